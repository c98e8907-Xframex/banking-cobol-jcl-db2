       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    THE NIGHT'S EXTRACT AS GLEXTRCT HANDED IT TO THE CORPORATE
      *>    LEDGER - ITS 'S' SUMMARY RECORDS ARE WHAT THE LEDGER WAS
      *>    ASKED TO BOOK TO EACH GL ACCOUNT
           SELECT GL-EXTRACT-FILE
               ASSIGN TO UT-S-GLPOST
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    THE DETAILS THE LEDGER REJECTED TONIGHT, AS GLRECON RE-
      *>    QUEUED THEM FOR TOMORROW'S EXTRACT - NOT YET ON THE LEDGER,
      *>    SO THEY COME BACK OUT OF TONIGHT'S GL MOVEMENT.  EMPTY OR
      *>    NOT ALLOCATED WHEN NOTHING WAS REJECTED, SO FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT GL-REJECT-FILE
               ASSIGN TO UT-S-GLREQUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREJ-STATUS.

      *>    DAILY ROLL-FORWARD OF EVERY GL ACCOUNT, THEN AT MONTH END
      *>    THE BALANCE PROOF AND ITS DRILL-DOWN, FOR FINANCE
           SELECT BALANCE-PROOF-REPORT
               ASSIGN TO UT-S-GLPRFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>    GLEXTRCT'S FIXED-FORMAT POSTING FILE - 'D' DETAIL COLS 26-33
      *>    BUSINESS DATE; 'S' SUMMARY COLS 2-9 GL ACCOUNT, COLS 10-24
      *>    DEBIT TOTAL, COLS 25-39 CREDIT TOTAL (9(15) WHOLE CENTS);
      *>    'T' TRAILER
       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-RECORD           PIC X(80).

      *>    GLRECON'S RE-QUEUED 'D' DETAIL IMAGES - COLS 2-9 GL
      *>    ACCOUNT, COL 10 DEBIT/CREDIT INDICATOR, COLS 11-25 AMOUNT
      *>    (9(15) WHOLE CENTS), COLS 26-33 BUSINESS DATE
       FD GL-REJECT-FILE.
       01 GL-REJECT-RECORD            PIC X(80).

       FD BALANCE-PROOF-REPORT.
       01 BALANCE-PROOF-LINE          PIC X(150).

      *>    CONTROL CARD: COLS 1-8 BUSINESS DATE (YYYYMMDD), COL 9
      *>    PROOF FLAG (Y = PRINT THE MONTH-END PROOF ON A DATE THAT
      *>    IS NOT A MONTH END, E.G. WHEN THE LAST BUSINESS DAY FALLS
      *>    BEFORE A HOLIDAY), COL 10 REPRINT FLAG (R = REPRINT THE
      *>    PROOF FOR THE DATE FROM HISTORY ALONE - NO ROLL-FORWARD
      *>    AND NO RUN_CONTROL) - ABSENT OR BLANK CARD MEANS THE
      *>    RUN_CONTROL BUSINESS DATE OF THE NIGHT'S STREAM
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'GLPROOF'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).
      *>    THE BUSINESS DATE BEING ROLLED FORWARD - FROM THE CONTROL
      *>    CARD, ELSE THE NIGHT'S RUN_CONTROL STREAM DATE, ELSE THE
      *>    SYSTEM DATE, THE SAME WAY GLEXTRCT RESOLVES IT
           05 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05 WS-BUSINESS-DATE-ISO    PIC X(10).
           05 WS-STREAM-DATE-ISO      PIC X(10).

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARD AT STARTUP
       01 WS-RUN-MODE.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-FORCE-PROOF-FLAG     PIC X(1) VALUE 'N'.
               88 FORCE-PROOF             VALUE 'Y'.
           05 WS-REPRINT-FLAG         PIC X(1) VALUE 'N'.
               88 REPRINT-MODE            VALUE 'R'.
           05 WS-PROOF-FLAG           PIC X(1) VALUE 'N'.
               88 PROOF-DUE               VALUE 'Y'.

      *>    MONTH-END CALENDAR - THE BUSINESS DATE IS A MONTH END WHEN
      *>    THE NEXT DAY FALLS IN ANOTHER MONTH, OR WHEN IT IS A FRIDAY
      *>    AND THE MONTH ENDS OVER THE WEEKEND.  THE PERIOD OPENS ON
      *>    THE FIRST OF THE BUSINESS DATE'S MONTH
       01 WS-CALENDAR.
           05 WS-NEXT-DAY-ISO         PIC X(10).
           05 WS-NEXT-MONDAY-ISO      PIC X(10).
           05 WS-DAY-OF-WEEK          PIC 9(8).
           05 WS-MONTH-START-ISO      PIC X(10).
           05 WS-LATER-ROW-COUNT      PIC 9(8).

      *>    EXTRACT AND REJECT FILE CONTROL - BOTH FILES ARE READ ONCE
      *>    TO PROVE THEY ANSWER THE BUSINESS DATE BEFORE ANYTHING IS
      *>    ROLLED FORWARD, THEN AGAIN FOR THEIR AMOUNTS
       01 WS-FILE-CONTROL.
           05 WS-EOF-EXTRACT          PIC X(1) VALUE 'N'.
               88 EXTRACT-EOF             VALUE 'Y'.
           05 WS-TRAILER-SEEN         PIC X(1) VALUE 'N'.
               88 TRAILER-SEEN            VALUE 'Y'.
           05 WS-GLREJ-STATUS         PIC X(2) VALUE '00'.
               88 GLREJ-FILE-OK           VALUE '00'.
           05 WS-EOF-GLREJ            PIC X(1) VALUE 'N'.
               88 GLREJ-EOF               VALUE 'Y'.
           05 WS-SUMMARY-COUNT        PIC 9(8) VALUE 0.
           05 WS-REJECT-COUNT         PIC 9(8) VALUE 0.
      *>    DISPLAY-USAGE STAGING FOR THE AMOUNT FIELDS ON THE FLAT
      *>    FILES - GLEXTRCT WRITES THEM AS WHOLE CENTS (AMOUNT * 100),
      *>    SO THEY ARE DIVIDED BY 100 ON THE WAY INTO THE GL TABLE
           05 WS-DEBIT-AMOUNT-IN      PIC 9(15).
           05 WS-CREDIT-AMOUNT-IN     PIC 9(15).

      *>    CURSOR END-OF-FETCH SWITCHES - THE PROOF LOOP RUNS ITS OWN
      *>    SQL MID-LOOP, SO IT CANNOT KEY OFF SQLCODE ALONE
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-PRIOR            PIC X(1) VALUE 'N'.
               88 PRIOR-EOF               VALUE 'Y'.
           05 WS-EOF-BASE             PIC X(1) VALUE 'N'.
               88 BASE-EOF                VALUE 'Y'.
           05 WS-EOF-ACTIVITY         PIC X(1) VALUE 'N'.
               88 ACTIVITY-EOF            VALUE 'Y'.
           05 WS-EOF-PROOF            PIC X(1) VALUE 'N'.
               88 PROOF-EOF               VALUE 'Y'.
           05 WS-EOF-DRILL            PIC X(1) VALUE 'N'.
               88 DRILL-EOF               VALUE 'Y'.

      *>    HOST VARIABLES FOR THE ACCOUNT BASE AND DAY'S ACTIVITY
      *>    CURSORS - ACTIVITY COMES BACK BY ACCOUNT TYPE AND THE TYPE
      *>    GLEXTRCT MAPS THE ROW BY (A REVERSAL'S ORIGINAL TYPE, WITH
      *>    THE AMOUNT NEGATED)
       01 WS-BASE-VARS.
           05 WS-BASE-ACCT-TYPE       PIC X(1).
           05 WS-BASE-BALANCE         PIC S9(13)V99 COMP-3.
           05 WS-ACT-ACCT-TYPE        PIC X(1).
           05 WS-ACT-TXN-TYPE         PIC X(1).
           05 WS-ACT-AMOUNT           PIC S9(13)V99 COMP-3.
      *>    THE SIDE GLEXTRCT BOOKS THE ACTIVITY TO, AND WHAT IT DID
      *>    TO THE CUSTOMER BALANCE - INTEREST, LOAN INTEREST AND LATE
      *>    CHARGES ADD TO IT, FEES TAKE FROM IT
           05 WS-ACT-DC-IND           PIC X(1).
           05 WS-ACT-CAPITALIZED      PIC S9(13)V99 COMP-3.

      *>    LOOKUP KEY PASSED INTO 207-FIND-OR-ADD-GL-ACCOUNT - THE
      *>    CALLER MOVES THE GL ACCOUNT IT IS RESOLVING HERE FIRST,
      *>    WITH THE ROLE, NORMAL SIDE AND DESCRIPTION A NEW ENTRY
      *>    TAKES IF THE ACCOUNT HAS NOT BEEN SEEN YET
       01 WS-GL-LOOKUP.
           05 WS-LOOKUP-GL-ACCOUNT    PIC X(8).
           05 WS-LOOKUP-ROLE          PIC X(1).
           05 WS-LOOKUP-SIDE          PIC X(1).
           05 WS-LOOKUP-DESCRIPTION   PIC X(20).
           05 WS-LOOKUP-FOUND         PIC X(1).
               88 LOOKUP-FOUND            VALUE 'Y'.

      *>    ONE ENTRY PER GL ACCOUNT - EVERY ACCOUNT THE BUSINESS
      *>    DATE'S PRICING BOOKS TO, EVERY ACCOUNT ALREADY ON THE
      *>    HISTORY AND ANY OTHER ACCOUNT THE EXTRACT CARRIES.  ALL
      *>    AMOUNTS BELOW THE EXTRACT AND REJECT TOTALS ARE ON THE
      *>    ACCOUNT'S NORMAL SIDE
       01 WS-GL-TABLE.
           05 WS-GL-COUNT             PIC 9(4) COMP-3 VALUE 0.
           05 WS-GL-ENTRY OCCURS 20 TIMES INDEXED BY WS-GL-IDX.
               10 WS-GL-ACCOUNT           PIC X(8).
               10 WS-GL-ROLE              PIC X(1).
               10 WS-GL-NORMAL-SIDE       PIC X(1).
               10 WS-GL-DESCRIPTION       PIC X(20).
               10 WS-GL-EXT-DEBITS        PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-EXT-CREDITS       PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-REJ-DEBITS        PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-REJ-CREDITS       PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-MOVEMENT          PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-PRIOR-FLAG        PIC X(1) VALUE 'N'.
                   88 GL-PRIOR-FOUND          VALUE 'Y'.
               10 WS-GL-PRIOR-BALANCE     PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-PRIOR-SUBLEDGER   PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-PRIOR-ADJ         PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-PRIOR-VARIANCE    PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-BALANCE           PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-DAY-ACTIVITY      PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-SUBLEDGER         PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-ADJ               PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-VARIANCE          PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-DAY-VARIANCE      PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-GL-OPENING-FLAG      PIC X(1) VALUE 'N'.

      *>    ONE ENTRY PER GL ACCOUNT THE PROOF FINDS OUT OF BALANCE,
      *>    WITH THE BUSINESS DATE THE DRILL-DOWN STARTS AFTER - THE
      *>    LAST DATE A BALANCE SHEET ACCOUNT WAS IN BALANCE, OR THE
      *>    PRIOR MONTH END FOR AN INCOME OR EXPENSE ACCOUNT
       01 WS-OOB-TABLE.
           05 WS-OOB-COUNT            PIC 9(4) COMP-3 VALUE 0.
           05 WS-OOB-ENTRY OCCURS 20 TIMES INDEXED BY WS-OOB-IDX.
               10 WS-OOB-GL-ACCOUNT       PIC X(8).
               10 WS-OOB-ROLE             PIC X(1).
               10 WS-OOB-DESCRIPTION      PIC X(20).
               10 WS-OOB-FROM-DATE        PIC X(10).

      *>    PROOF AND DRILL-DOWN WORK FIELDS - THE PRIOR MONTH END'S
      *>    ROW FOR THE ACCOUNT IN HAND, ITS PERIOD-TO-DATE FIGURES,
      *>    AND THE DAY FIGURES DERIVED FOR A DRILL-DOWN LINE
       01 WS-PROOF-VARS.
           05 WS-PME-DATE-ISO         PIC X(10).
           05 WS-PME-GL-BALANCE       PIC S9(13)V99 COMP-3.
           05 WS-PME-SUBLEDGER        PIC S9(13)V99 COMP-3.
           05 WS-PME-VARIANCE         PIC S9(13)V99 COMP-3.
           05 WS-PTD-GL-MOVEMENT      PIC S9(13)V99 COMP-3.
           05 WS-PTD-ACTIVITY         PIC S9(13)V99 COMP-3.
           05 WS-PTD-VARIANCE         PIC S9(13)V99 COMP-3.
           05 WS-REJECT-NET           PIC S9(13)V99 COMP-3.
           05 WS-PROOF-STATUS         PIC X(14).
           05 WS-FROM-DATE-ISO        PIC X(10).
           05 WS-DRILL-ACCOUNT        PIC X(8).
           05 WS-DRILL-FROM-ISO       PIC X(10).
           05 WS-DRILL-LINE-COUNT     PIC 9(8).
           05 WS-DRILL-GL-MOVEMENT    PIC S9(13)V99 COMP-3.
           05 WS-DRILL-SUB-MOVEMENT   PIC S9(13)V99 COMP-3.

       01 WS-SUMMARY.
           05 WS-ROWS-WRITTEN         PIC 9(8) VALUE 0.
           05 WS-DAY-BREAK-COUNT      PIC 9(8) VALUE 0.
           05 WS-UNPRICED-COUNT       PIC 9(8) VALUE 0.
           05 WS-PROOF-ROW-COUNT      PIC 9(8) VALUE 0.
           05 WS-ACCOUNTS-PROVED      PIC 9(8) VALUE 0.
           05 WS-ACCOUNTS-OOB         PIC 9(8) VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
      *>    DECIMAL AMOUNTS ARE MOVED HERE BEFORE BEING PRINTED
       01 WS-REPORT-AMOUNTS-DISPLAY.
           05 WS-DISP-AMOUNT          PIC -9(13).99.
           05 WS-DISP-AMOUNT-2        PIC -9(13).99.
           05 WS-DISP-AMOUNT-3        PIC -9(13).99.
           05 WS-DISP-AMOUNT-4        PIC -9(13).99.

       COPY GLBREC.
       COPY PRICREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           IF NOT REPRINT-MODE
               PERFORM 200-ROLL-FORWARD-BALANCES
           END-IF.
           IF PROOF-DUE
               PERFORM 250-PROVE-MONTH-END
           END-IF.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.

           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 120-RESOLVE-BUSINESS-DATE.
           PERFORM 125-CHECK-MONTH-END.

      *>    A REPRINT ONLY READS THE HISTORY - IT NEITHER REGISTERS
      *>    AGAINST RUN_CONTROL NOR CLOSES A ROW OUT, SO IT CAN BE RUN
      *>    FOR ANY PAST DATE WITHOUT DISTURBING THE NIGHT'S STREAM.
      *>    A ROLL-FORWARD PROVES ITS INPUT FILES ANSWER THE BUSINESS
      *>    DATE BEFORE IT REGISTERS, SO A REFUSED RUN LEAVES NO ROW
           IF NOT REPRINT-MODE
               PERFORM 130-CHECK-LATER-HISTORY
               PERFORM 135-CHECK-EXTRACT-FILE
               PERFORM 137-CHECK-REJECT-FILE
               PERFORM 140-LOAD-PRICING
               PERFORM 105-REGISTER-RUN
           END-IF.

           OPEN OUTPUT BALANCE-PROOF-REPORT.

           DISPLAY 'GLPROOF: Starting GL Balance Proof'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Business Date: ' WS-BUSINESS-DATE-ISO.
           DISPLAY 'Month-End Proof: ' WS-PROOF-FLAG.
           DISPLAY 'Reprint: ' WS-REPRINT-FLAG.

           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING 'GL BALANCE PROOF - BUSINESS DATE ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               '   RUN DATE ' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.
           IF REPRINT-MODE
               MOVE 'REPRINT FROM HISTORY - NOTHING ROLLED FORWARD'
                   TO BALANCE-PROOF-LINE
               WRITE BALANCE-PROOF-LINE
           END-IF.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           WRITE BALANCE-PROOF-LINE.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE, UNLESS AN OPERATOR
      *>    HAS RESTAMPED THE ROW 'O' TO AUTHORIZE THE RERUN, AND NEVER
      *>    AHEAD OF TRANPOST - THE ACCOUNT BASE MUST HOLD THE NIGHT'S
      *>    POSTINGS.  GLEXTRCT AND GLRECON KEEP NO RUN_CONTROL ROW, SO
      *>    THEIR FILES ARE PROVED DIRECTLY BY 135 AND 137
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
                   DISPLAY 'GLPROOF: Run refused - already completed'
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
               DISPLAY 'GLPROOF: Run refused - predecessor '
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
      *>    COLS 1-8 BUSINESS DATE, COL 9 PROOF FLAG, COL 10 REPRINT
      *>    FLAG - ABSENT OR BLANK CARD MEANS THE NIGHT'S STREAM DATE,
      *>    WITH THE PROOF ONLY AT MONTH END
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   IF CTL-CARD-RECORD(1:8) NUMERIC
                       MOVE CTL-CARD-RECORD(1:8) TO WS-BUSINESS-DATE
                   END-IF
                   MOVE CTL-CARD-RECORD(9:1) TO WS-FORCE-PROOF-FLAG
                   MOVE CTL-CARD-RECORD(10:1) TO WS-REPRINT-FLAG
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

       120-RESOLVE-BUSINESS-DATE.
      *>    NO DATE ON THE CARD: TAKE THE BUSINESS DATE THE NIGHT'S
      *>    STREAM REGISTERED UNDER - TRANPOST ANCHORS THE STREAM, SO
      *>    ITS NEWEST RUN_CONTROL ROW NAMES THE DAY BEING POSTED
      *>    EVEN WHEN THE CLOCK HAS ROLLED PAST MIDNIGHT.  NO STREAM
      *>    REGISTERED AT ALL FALLS BACK TO THE SYSTEM DATE
           IF WS-BUSINESS-DATE = 0
               MOVE SPACES TO WS-STREAM-DATE-ISO
               EXEC SQL
                   SELECT COALESCE(CHAR(MAX(BUSINESS_DATE), ISO), ' ')
                   INTO :WS-STREAM-DATE-ISO
                   FROM RUN_CONTROL
                   WHERE PROGRAM_NAME = 'TRANPOST'
               END-EXEC
               IF SQLCODE = 0 AND WS-STREAM-DATE-ISO NOT = SPACES
                   MOVE WS-STREAM-DATE-ISO(1:4)
                       TO WS-BUSINESS-DATE(1:4)
                   MOVE WS-STREAM-DATE-ISO(6:2)
                       TO WS-BUSINESS-DATE(5:2)
                   MOVE WS-STREAM-DATE-ISO(9:2)
                       TO WS-BUSINESS-DATE(7:2)
               ELSE
                   MOVE WS-EXECUTION-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.

           STRING WS-BUSINESS-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-BUSINESS-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-BUSINESS-DATE(7:2) DELIMITED BY SIZE
               INTO WS-BUSINESS-DATE-ISO
           END-STRING.

       125-CHECK-MONTH-END.
      *>    The day after the business date, and the Monday after it
      *>    when it is a Friday (DAYOFWEEK 6) - the proof is due when
      *>    either falls in the next month.  A holiday month end is
      *>    covered by the proof flag on the card, and a reprint is
      *>    always a proof
           EXEC SQL
               SELECT CHAR(DATE(:WS-BUSINESS-DATE-ISO) + 1 DAY, ISO),
                      CHAR(DATE(:WS-BUSINESS-DATE-ISO) + 3 DAYS, ISO),
                      DAYOFWEEK(DATE(:WS-BUSINESS-DATE-ISO))
               INTO :WS-NEXT-DAY-ISO, :WS-NEXT-MONDAY-ISO,
                    :WS-DAY-OF-WEEK
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               DISPLAY 'GLPROOF: *** BUSINESS DATE '
                   WS-BUSINESS-DATE-ISO ' IS NOT A VALID DATE - '
                   'SQLCODE=' ERH-SQLCODE-DISPLAY ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-NEXT-DAY-ISO(6:2) NOT = WS-BUSINESS-DATE-ISO(6:2)
               MOVE 'Y' TO WS-PROOF-FLAG
           ELSE IF WS-DAY-OF-WEEK = 6
                AND WS-NEXT-MONDAY-ISO(6:2) NOT =
                    WS-BUSINESS-DATE-ISO(6:2)
               MOVE 'Y' TO WS-PROOF-FLAG
           ELSE IF FORCE-PROOF OR REPRINT-MODE
               MOVE 'Y' TO WS-PROOF-FLAG
           ELSE
               MOVE 'N' TO WS-PROOF-FLAG
           END-IF.

           MOVE WS-BUSINESS-DATE-ISO TO WS-MONTH-START-ISO.
           MOVE '01' TO WS-MONTH-START-ISO(9:2).

       130-CHECK-LATER-HISTORY.
      *>    Each day's balances roll from the day before, so a date
      *>    can only be rolled forward (or rolled again) while it is
      *>    the newest on the history - redoing an earlier date would
      *>    leave every later row resting on the old figures
           MOVE 0 TO WS-LATER-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LATER-ROW-COUNT
               FROM GL_BALANCE_HISTORY
               WHERE BUSINESS_DATE > :WS-BUSINESS-DATE-ISO
           END-EXEC.

           IF SQLCODE = 0 AND WS-LATER-ROW-COUNT > 0
               DISPLAY 'GLPROOF: Run refused - balances already '
                   'rolled forward past business date '
                   WS-BUSINESS-DATE-ISO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       135-CHECK-EXTRACT-FILE.
      *>    THE EXTRACT MUST BE THE BUSINESS DATE'S, AND WHOLE -
      *>    EVERY 'D' DETAIL CARRIES THE DATE IT WAS EXTRACTED FOR
      *>    (RE-EXTRACTED ITEMS ARE RE-DATED), AND GLEXTRCT ONLY
      *>    WRITES THE 'T' TRAILER ONCE EVERY ROW HAS BEEN MAPPED
           OPEN INPUT GL-EXTRACT-FILE.
           MOVE 'N' TO WS-EOF-EXTRACT.
           MOVE 'N' TO WS-TRAILER-SEEN.
           READ GL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-EXTRACT
           END-READ.
           PERFORM UNTIL EXTRACT-EOF
               IF GL-EXTRACT-RECORD(1:1) = 'D'
                  AND GL-EXTRACT-RECORD(26:8) NOT = WS-BUSINESS-DATE
                   DISPLAY 'GLPROOF: Run refused - GL extract is for '
                       GL-EXTRACT-RECORD(26:8) ', not business date '
                       WS-BUSINESS-DATE-ISO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF GL-EXTRACT-RECORD(1:1) = 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN
               END-IF

               READ GL-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-EXTRACT
               END-READ
           END-PERFORM.
           CLOSE GL-EXTRACT-FILE.

           IF NOT TRAILER-SEEN
               DISPLAY 'GLPROOF: Run refused - GL extract has no '
                   'trailer, GLEXTRCT did not complete'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       137-CHECK-REJECT-FILE.
      *>    THE RE-QUEUE FILE MUST BE GLRECON'S ANSWER TO TONIGHT'S
      *>    EXTRACT.  LAST NIGHT'S FILE STILL IN PLACE MEANS GLRECON
      *>    HAS NOT RUN - ITS ITEMS ARE ALREADY BACK IN TONIGHT'S
      *>    SUMMARIES AND WOULD BE TAKEN OUT TWICE
           OPEN INPUT GL-REJECT-FILE.
           IF GLREJ-FILE-OK
               MOVE 'N' TO WS-EOF-GLREJ
               READ GL-REJECT-FILE
                   AT END MOVE 'Y' TO WS-EOF-GLREJ
               END-READ
               PERFORM UNTIL GLREJ-EOF
                   IF GL-REJECT-RECORD(1:1) = 'D'
                      AND GL-REJECT-RECORD(26:8) NOT = WS-BUSINESS-DATE
                       DISPLAY 'GLPROOF: Run refused - GL rejects are '
                           'for ' GL-REJECT-RECORD(26:8)
                           ', GLRECON has not run for '
                           WS-BUSINESS-DATE-ISO
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF

                   READ GL-REJECT-FILE
                       AT END MOVE 'Y' TO WS-EOF-GLREJ
                   END-READ
               END-PERFORM
               CLOSE GL-REJECT-FILE
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
                       DISPLAY 'GLPROOF: *** PRICING TABLE FULL - '
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

       200-ROLL-FORWARD-BALANCES.
           PERFORM 205-BUILD-GL-MAP.
           PERFORM 210-LOAD-PRIOR-BALANCES.
           PERFORM 215-READ-EXTRACT-SUMMARIES.
           PERFORM 220-READ-LEDGER-REJECTS.
           PERFORM 225-TOTAL-ACCOUNT-BASE.
           PERFORM 230-TOTAL-DAY-ACTIVITY.

           PERFORM 235-ROLL-GL-ACCOUNT
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT.

           PERFORM 240-REPLACE-HISTORY.
           PERFORM 245-WRITE-ROLL-FORWARD-REPORT.

       205-BUILD-GL-MAP.
      *>    EVERY GL ACCOUNT THE BUSINESS DATE'S PRICING BOOKS TO,
      *>    WITH THE ROLE IT PLAYS IN THE PROOF.  A PRINCIPAL ACCOUNT
      *>    IS PROVED AGAINST THE ACCOUNTS TOTAL OF THE TYPES THAT BOOK
      *>    TO IT; AN INTEREST OR FEE ACCOUNT AGAINST THE ACTIVITY
      *>    THAT BOOKS TO IT; AN OFFSET ACCOUNT IS CARRIED ONLY
           PERFORM 206-MAP-PRICING-ENTRY
               VARYING PRC-TBL-IDX FROM 1 BY 1
               UNTIL PRC-TBL-IDX > PRC-TABLE-COUNT.

       206-MAP-PRICING-ENTRY.
           MOVE PRC-TBL-ENTRY(PRC-TBL-IDX) TO PRC-PRICING-RECORD.

           MOVE PRC-GL-PRINCIPAL-ACCT TO WS-LOOKUP-GL-ACCOUNT.
           MOVE 'B' TO WS-LOOKUP-ROLE.
           IF PRC-ACCOUNT-TYPE = 'L'
               MOVE 'D' TO WS-LOOKUP-SIDE
               MOVE 'LOANS RECEIVABLE' TO WS-LOOKUP-DESCRIPTION
           ELSE
               MOVE 'C' TO WS-LOOKUP-SIDE
               MOVE 'DEPOSITS LIABILITY' TO WS-LOOKUP-DESCRIPTION
           END-IF.
           PERFORM 207-FIND-OR-ADD-GL-ACCOUNT.

           MOVE PRC-GL-INTEREST-ACCT TO WS-LOOKUP-GL-ACCOUNT.
           MOVE 'P' TO WS-LOOKUP-ROLE.
           IF PRC-ACCOUNT-TYPE = 'L'
               MOVE 'C' TO WS-LOOKUP-SIDE
               MOVE 'INTEREST INCOME' TO WS-LOOKUP-DESCRIPTION
           ELSE
               MOVE 'D' TO WS-LOOKUP-SIDE
               MOVE 'INTEREST EXPENSE' TO WS-LOOKUP-DESCRIPTION
           END-IF.
           PERFORM 207-FIND-OR-ADD-GL-ACCOUNT.

           MOVE PRC-GL-FEE-ACCT TO WS-LOOKUP-GL-ACCOUNT.
           MOVE 'P' TO WS-LOOKUP-ROLE.
           MOVE 'C' TO WS-LOOKUP-SIDE.
           MOVE 'FEE INCOME' TO WS-LOOKUP-DESCRIPTION.
           PERFORM 207-FIND-OR-ADD-GL-ACCOUNT.

           MOVE PRC-GL-OFFSET-ACCT TO WS-LOOKUP-GL-ACCOUNT.
           MOVE 'O' TO WS-LOOKUP-ROLE.
           MOVE 'C' TO WS-LOOKUP-SIDE.
           IF PRC-ACCOUNT-TYPE = 'L'
               MOVE 'LOAN LOSS ALLOWANCE' TO WS-LOOKUP-DESCRIPTION
           ELSE
               MOVE 'ESCHEAT PAYABLE' TO WS-LOOKUP-DESCRIPTION
           END-IF.
           PERFORM 207-FIND-OR-ADD-GL-ACCOUNT.

       207-FIND-OR-ADD-GL-ACCOUNT.
      *>    RETURNS THE TABLE SUBSCRIPT FOR WS-LOOKUP-GL-ACCOUNT IN
      *>    WS-GL-IDX, ADDING A NEW ENTRY WITH THE LOOKUP ROLE, SIDE
      *>    AND DESCRIPTION IF THIS GL ACCOUNT HASN'T BEEN SEEN YET -
      *>    AN ACCOUNT ALREADY IN THE TABLE KEEPS THE ROLE IT WAS
      *>    FIRST GIVEN
           MOVE 'N' TO WS-LOOKUP-FOUND.
           IF WS-GL-COUNT > 0
               SET WS-GL-IDX TO 1
               SEARCH WS-GL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GL-IDX > WS-GL-COUNT
                       CONTINUE
                   WHEN WS-GL-ACCOUNT(WS-GL-IDX) = WS-LOOKUP-GL-ACCOUNT
                       MOVE 'Y' TO WS-LOOKUP-FOUND
               END-SEARCH
           END-IF.

           IF NOT LOOKUP-FOUND
      *>        THE TABLE IS FIXED AT 20 GL ACCOUNTS - A 21ST WOULD
      *>        INDEX PAST THE END OF WS-GL-ENTRY, SO THE RUN IS
      *>        STOPPED HERE RATHER THAN LET THAT HAPPEN
               IF WS-GL-COUNT >= 20
                   DISPLAY 'GLPROOF: *** GL ACCOUNT TABLE FULL - '
                       'MORE THAN 20 GL ACCOUNTS ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GL-COUNT
               SET WS-GL-IDX TO WS-GL-COUNT
               MOVE WS-LOOKUP-GL-ACCOUNT TO WS-GL-ACCOUNT(WS-GL-IDX)
               MOVE WS-LOOKUP-ROLE TO WS-GL-ROLE(WS-GL-IDX)
               MOVE WS-LOOKUP-SIDE TO WS-GL-NORMAL-SIDE(WS-GL-IDX)
               MOVE WS-LOOKUP-DESCRIPTION
                   TO WS-GL-DESCRIPTION(WS-GL-IDX)
           END-IF.

       208-SET-OTHER-LOOKUP.
      *>    A GL ACCOUNT NOT ON THE BUSINESS DATE'S PRICING - CARRIED
      *>    SO ITS BALANCE IS KEPT, BUT NOT PROVED
           MOVE 'O' TO WS-LOOKUP-ROLE.
           MOVE 'C' TO WS-LOOKUP-SIDE.
           MOVE 'OTHER GL ACCOUNT' TO WS-LOOKUP-DESCRIPTION.

       210-LOAD-PRIOR-BALANCES.
      *>    Each GL account's newest row before the business date -
      *>    the balances tonight rolls forward from.  An account on
      *>    the history but no longer on the pricing keeps the role
      *>    it was stored with
           EXEC SQL
               DECLARE PRIOR_CURSOR CURSOR FOR
               SELECT H.GL_ACCOUNT, H.GL_ROLE, H.NORMAL_SIDE,
                      H.GL_DESCRIPTION, H.GL_BALANCE,
                      H.SUBLEDGER_BALANCE, H.UNPOSTED_ADJ, H.VARIANCE
               FROM GL_BALANCE_HISTORY H
               WHERE H.BUSINESS_DATE =
                   (SELECT MAX(X.BUSINESS_DATE)
                    FROM GL_BALANCE_HISTORY X
                    WHERE X.GL_ACCOUNT = H.GL_ACCOUNT
                    AND X.BUSINESS_DATE < :WS-BUSINESS-DATE-ISO)
               ORDER BY H.GL_ACCOUNT
           END-EXEC.

           EXEC SQL OPEN PRIOR_CURSOR END-EXEC.

           MOVE 'N' TO WS-EOF-PRIOR.
           PERFORM UNTIL PRIOR-EOF
               EXEC SQL
                   FETCH PRIOR_CURSOR
                   INTO :GLB-GL-ACCOUNT, :GLB-GL-ROLE,
                        :GLB-NORMAL-SIDE, :GLB-GL-DESCRIPTION,
                        :GLB-GL-BALANCE, :GLB-SUBLEDGER-BALANCE,
                        :GLB-UNPOSTED-ADJ, :GLB-VARIANCE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 212-APPLY-PRIOR-BALANCE
               ELSE
                   IF SQLCODE NOT = 100
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
                   MOVE 'Y' TO WS-EOF-PRIOR
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PRIOR_CURSOR END-EXEC.

       212-APPLY-PRIOR-BALANCE.
           MOVE GLB-GL-ACCOUNT TO WS-LOOKUP-GL-ACCOUNT.
           MOVE GLB-GL-ROLE TO WS-LOOKUP-ROLE.
           MOVE GLB-NORMAL-SIDE TO WS-LOOKUP-SIDE.
           MOVE GLB-GL-DESCRIPTION TO WS-LOOKUP-DESCRIPTION.
           PERFORM 207-FIND-OR-ADD-GL-ACCOUNT.

           MOVE 'Y' TO WS-GL-PRIOR-FLAG(WS-GL-IDX).
           MOVE GLB-GL-BALANCE TO WS-GL-PRIOR-BALANCE(WS-GL-IDX).
           MOVE GLB-SUBLEDGER-BALANCE
               TO WS-GL-PRIOR-SUBLEDGER(WS-GL-IDX).
           MOVE GLB-UNPOSTED-ADJ TO WS-GL-PRIOR-ADJ(WS-GL-IDX).
           MOVE GLB-VARIANCE TO WS-GL-PRIOR-VARIANCE(WS-GL-IDX).

       215-READ-EXTRACT-SUMMARIES.
      *>    ONE 'S' SUMMARY PER GL ACCOUNT EXTRACTED - WHAT THE LEDGER
      *>    WAS ASKED TO BOOK TONIGHT, RE-EXTRACTED ITEMS INCLUDED
           OPEN INPUT GL-EXTRACT-FILE.
           MOVE 'N' TO WS-EOF-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-EXTRACT
           END-READ.
           PERFORM UNTIL EXTRACT-EOF
               IF GL-EXTRACT-RECORD(1:1) = 'S'
                   PERFORM 216-ACCUMULATE-SUMMARY
               END-IF

               READ GL-EXTRACT-FILE
                   AT END MOVE 'Y' TO WS-EOF-EXTRACT
               END-READ
           END-PERFORM.
           CLOSE GL-EXTRACT-FILE.

       216-ACCUMULATE-SUMMARY.
           ADD 1 TO WS-SUMMARY-COUNT.
           MOVE GL-EXTRACT-RECORD(2:8) TO WS-LOOKUP-GL-ACCOUNT.
           PERFORM 208-SET-OTHER-LOOKUP.
           PERFORM 207-FIND-OR-ADD-GL-ACCOUNT.

           MOVE GL-EXTRACT-RECORD(10:15) TO WS-DEBIT-AMOUNT-IN.
           MOVE GL-EXTRACT-RECORD(25:15) TO WS-CREDIT-AMOUNT-IN.
           COMPUTE WS-GL-EXT-DEBITS(WS-GL-IDX) =
               WS-GL-EXT-DEBITS(WS-GL-IDX) + WS-DEBIT-AMOUNT-IN / 100.
           COMPUTE WS-GL-EXT-CREDITS(WS-GL-IDX) =
               WS-GL-EXT-CREDITS(WS-GL-IDX) + WS-CREDIT-AMOUNT-IN / 100.

       220-READ-LEDGER-REJECTS.
      *>    EVERY DETAIL THE LEDGER REJECTED TONIGHT AND GLRECON RE-
      *>    QUEUED - STILL OUTSTANDING, SO IT IS NOT ON THE LEDGER
      *>    UNTIL A LATER NIGHT'S EXTRACT CARRIES IT AGAIN
           OPEN INPUT GL-REJECT-FILE.
           IF GLREJ-FILE-OK
               MOVE 'N' TO WS-EOF-GLREJ
               READ GL-REJECT-FILE
                   AT END MOVE 'Y' TO WS-EOF-GLREJ
               END-READ
               PERFORM UNTIL GLREJ-EOF
                   IF GL-REJECT-RECORD(1:1) = 'D'
                       PERFORM 221-ACCUMULATE-REJECT
                   END-IF

                   READ GL-REJECT-FILE
                       AT END MOVE 'Y' TO WS-EOF-GLREJ
                   END-READ
               END-PERFORM
               CLOSE GL-REJECT-FILE
           END-IF.

       221-ACCUMULATE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE GL-REJECT-RECORD(2:8) TO WS-LOOKUP-GL-ACCOUNT.
           PERFORM 208-SET-OTHER-LOOKUP.
           PERFORM 207-FIND-OR-ADD-GL-ACCOUNT.

           MOVE GL-REJECT-RECORD(11:15) TO WS-DEBIT-AMOUNT-IN.
           IF GL-REJECT-RECORD(10:1) = 'D'
               COMPUTE WS-GL-REJ-DEBITS(WS-GL-IDX) =
                   WS-GL-REJ-DEBITS(WS-GL-IDX)
                       + WS-DEBIT-AMOUNT-IN / 100
           ELSE
               COMPUTE WS-GL-REJ-CREDITS(WS-GL-IDX) =
                   WS-GL-REJ-CREDITS(WS-GL-IDX)
                       + WS-DEBIT-AMOUNT-IN / 100
           END-IF.

       225-TOTAL-ACCOUNT-BASE.
      *>    The account base by type - each type's total belongs to
      *>    the principal account its pricing books to, so the
      *>    deposit types together make up the deposits liability and
      *>    the loans make up loans receivable.  A customer balance is
      *>    on the principal account's normal side already: money we
      *>    owe a depositor, money a borrower owes us
           EXEC SQL
               DECLARE BASE_CURSOR CURSOR FOR
               SELECT ACCOUNT_TYPE, SUM(ACCOUNT_BALANCE)
               FROM ACCOUNTS
               GROUP BY ACCOUNT_TYPE
               ORDER BY ACCOUNT_TYPE
           END-EXEC.

           EXEC SQL OPEN BASE_CURSOR END-EXEC.

           MOVE 'N' TO WS-EOF-BASE.
           PERFORM UNTIL BASE-EOF
               EXEC SQL
                   FETCH BASE_CURSOR
                   INTO :WS-BASE-ACCT-TYPE, :WS-BASE-BALANCE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 226-APPLY-TYPE-BALANCE
               ELSE
                   IF SQLCODE NOT = 100
                       MOVE SPACES TO GLB-GL-ACCOUNT
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
                   MOVE 'Y' TO WS-EOF-BASE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE BASE_CURSOR END-EXEC.

       226-APPLY-TYPE-BALANCE.
           MOVE WS-BASE-ACCT-TYPE TO PRC-LOOKUP-TYPE.
           PERFORM 145-FIND-PRICING.
           IF NOT PRC-ENTRY-FOUND
               MOVE WS-BASE-BALANCE TO WS-DISP-AMOUNT
               PERFORM 228-WRITE-UNPRICED-LINE
           ELSE
               MOVE PRC-GL-PRINCIPAL-ACCT TO WS-LOOKUP-GL-ACCOUNT
               PERFORM 208-SET-OTHER-LOOKUP
               PERFORM 207-FIND-OR-ADD-GL-ACCOUNT
               ADD WS-BASE-BALANCE TO WS-GL-SUBLEDGER(WS-GL-IDX)
           END-IF.

       228-WRITE-UNPRICED-LINE.
      *>    A TYPE WITH NO PRICING ON THE BUSINESS DATE HAS NO GL
      *>    ACCOUNT TO PROVE AGAINST - LISTED SO IT CAN BE PRICED
           ADD 1 TO WS-UNPRICED-COUNT.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING 'NO PRICING IN EFFECT - Account Type: '
                   DELIMITED BY SIZE
               PRC-LOOKUP-TYPE DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               ' NOT PROVED' DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

       230-TOTAL-DAY-ACTIVITY.
      *>    The business date's interest, loan interest, fee and late
      *>    charge postings by account type, mapped the way GLEXTRCT
      *>    maps them - a reversal row counts as its original's type
      *>    with the amount negated, a reversal whose original cannot
      *>    be found as its own type
           EXEC SQL
               DECLARE ACTIVITY_CURSOR CURSOR FOR
               SELECT X.ACCT_TYPE, X.MAP_TYPE, SUM(X.MAP_AMT)
               FROM
                  (SELECT COALESCE(A.ACCOUNT_TYPE, ' ') AS ACCT_TYPE,
                          CASE WHEN T.STATUS = 'R'
                                AND O.TRANSACTION_TYPE IS NOT NULL
                               THEN O.TRANSACTION_TYPE
                               ELSE T.TRANSACTION_TYPE
                          END AS MAP_TYPE,
                          CASE WHEN T.STATUS = 'R'
                                AND O.TRANSACTION_TYPE IS NOT NULL
                               THEN 0 - T.TRANSACTION_AMT
                               ELSE T.TRANSACTION_AMT
                          END AS MAP_AMT
                   FROM TRANSACTIONS T
                   LEFT OUTER JOIN ACCOUNTS A
                       ON A.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
                   LEFT OUTER JOIN TRANSACTIONS O
                       ON O.TRANSACTION_ID = T.REFERENCE_ID
                   WHERE T.TRANSACTION_DATE = :WS-BUSINESS-DATE-ISO)
                   AS X
               WHERE X.MAP_TYPE IN ('I', 'L', 'F', 'K')
               GROUP BY X.ACCT_TYPE, X.MAP_TYPE
               ORDER BY X.ACCT_TYPE, X.MAP_TYPE
           END-EXEC.

           EXEC SQL OPEN ACTIVITY_CURSOR END-EXEC.

           MOVE 'N' TO WS-EOF-ACTIVITY.
           PERFORM UNTIL ACTIVITY-EOF
               EXEC SQL
                   FETCH ACTIVITY_CURSOR
                   INTO :WS-ACT-ACCT-TYPE, :WS-ACT-TXN-TYPE,
                        :WS-ACT-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 231-APPLY-TYPE-ACTIVITY
               ELSE
                   IF SQLCODE NOT = 100
                       MOVE SPACES TO GLB-GL-ACCOUNT
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
                   MOVE 'Y' TO WS-EOF-ACTIVITY
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACTIVITY_CURSOR END-EXEC.

       231-APPLY-TYPE-ACTIVITY.
      *>    THE ACTIVITY BOOKS TO THE TYPE'S INTEREST OR FEE ACCOUNT ON
      *>    THE SIDE GLEXTRCT'S 214-MAP-TYPE-TO-GL GIVES IT.  IT ALSO
      *>    MOVED THE CUSTOMER BALANCE WITH NO LEG TO THE PRINCIPAL
      *>    ACCOUNT, SO THE PRINCIPAL ACCOUNT CARRIES IT AS AN
      *>    UNPOSTED ADJUSTMENT
           MOVE WS-ACT-ACCT-TYPE TO PRC-LOOKUP-TYPE.
           PERFORM 145-FIND-PRICING.
           IF NOT PRC-ENTRY-FOUND
               MOVE WS-ACT-AMOUNT TO WS-DISP-AMOUNT
               PERFORM 228-WRITE-UNPRICED-LINE
           ELSE
               PERFORM 232-MAP-ACTIVITY-TYPE
               PERFORM 233-ADD-ACTIVITY-TO-GL
           END-IF.

       232-MAP-ACTIVITY-TYPE.
           IF WS-ACT-TXN-TYPE = 'I'
               MOVE PRC-GL-INTEREST-ACCT TO WS-LOOKUP-GL-ACCOUNT
               MOVE 'D' TO WS-ACT-DC-IND
               MOVE WS-ACT-AMOUNT TO WS-ACT-CAPITALIZED
           ELSE IF WS-ACT-TXN-TYPE = 'L'
               MOVE PRC-GL-INTEREST-ACCT TO WS-LOOKUP-GL-ACCOUNT
               MOVE 'C' TO WS-ACT-DC-IND
               MOVE WS-ACT-AMOUNT TO WS-ACT-CAPITALIZED
           ELSE IF WS-ACT-TXN-TYPE = 'K'
               MOVE PRC-GL-FEE-ACCT TO WS-LOOKUP-GL-ACCOUNT
               MOVE 'C' TO WS-ACT-DC-IND
               MOVE WS-ACT-AMOUNT TO WS-ACT-CAPITALIZED
           ELSE
               MOVE PRC-GL-FEE-ACCT TO WS-LOOKUP-GL-ACCOUNT
               MOVE 'C' TO WS-ACT-DC-IND
               COMPUTE WS-ACT-CAPITALIZED = 0 - WS-ACT-AMOUNT
           END-IF.

       233-ADD-ACTIVITY-TO-GL.
           PERFORM 208-SET-OTHER-LOOKUP.
           PERFORM 207-FIND-OR-ADD-GL-ACCOUNT.
           IF WS-GL-NORMAL-SIDE(WS-GL-IDX) = WS-ACT-DC-IND
               ADD WS-ACT-AMOUNT TO WS-GL-DAY-ACTIVITY(WS-GL-IDX)
           ELSE
               SUBTRACT WS-ACT-AMOUNT
                   FROM WS-GL-DAY-ACTIVITY(WS-GL-IDX)
           END-IF.

           MOVE PRC-GL-PRINCIPAL-ACCT TO WS-LOOKUP-GL-ACCOUNT.
           PERFORM 208-SET-OTHER-LOOKUP.
           PERFORM 207-FIND-OR-ADD-GL-ACCOUNT.
           ADD WS-ACT-CAPITALIZED TO WS-GL-DAY-ACTIVITY(WS-GL-IDX).

       235-ROLL-GL-ACCOUNT.
      *>    TONIGHT'S MOVEMENT ON THE LEDGER IS WHAT THE EXTRACT ASKED
      *>    IT TO BOOK LESS WHAT IT REJECTED, TURNED TO THE ACCOUNT'S
      *>    NORMAL SIDE
           COMPUTE WS-GL-MOVEMENT(WS-GL-IDX) =
               (WS-GL-EXT-DEBITS(WS-GL-IDX)
                 - WS-GL-EXT-CREDITS(WS-GL-IDX))
             - (WS-GL-REJ-DEBITS(WS-GL-IDX)
                 - WS-GL-REJ-CREDITS(WS-GL-IDX)).
           IF WS-GL-NORMAL-SIDE(WS-GL-IDX) = 'C'
               COMPUTE WS-GL-MOVEMENT(WS-GL-IDX) =
                   0 - WS-GL-MOVEMENT(WS-GL-IDX)
           END-IF.

           MOVE WS-GL-ROLE(WS-GL-IDX) TO GLB-ROLE-CHECK.
           IF GLB-ROLE-IS-BALANCE-SHEET
               PERFORM 236-ROLL-BALANCE-SHEET
           ELSE IF GLB-ROLE-IS-PROFIT-LOSS
               PERFORM 237-ROLL-PROFIT-LOSS
           ELSE
               PERFORM 238-ROLL-OTHER
           END-IF.

           IF NOT GL-PRIOR-FOUND(WS-GL-IDX)
               MOVE 'Y' TO WS-GL-OPENING-FLAG(WS-GL-IDX)
           END-IF.
           IF WS-GL-DAY-VARIANCE(WS-GL-IDX) NOT = 0
               ADD 1 TO WS-DAY-BREAK-COUNT
           END-IF.

       236-ROLL-BALANCE-SHEET.
      *>    THE SUBLEDGER IS THE ACCOUNTS TOTAL ALREADY ACCUMULATED.
      *>    A FIRST APPEARANCE HAS NO LEDGER FIGURE TO ROLL FROM, SO IT
      *>    OPENS ON THE ACCOUNTS TOTAL, IN BALANCE - FIRST-RUN BASIS,
      *>    AS TRIALBAL DOES WITH NO PRIOR-DAY TOTALS
           IF GL-PRIOR-FOUND(WS-GL-IDX)
               COMPUTE WS-GL-BALANCE(WS-GL-IDX) =
                   WS-GL-PRIOR-BALANCE(WS-GL-IDX)
                 + WS-GL-MOVEMENT(WS-GL-IDX)
               COMPUTE WS-GL-ADJ(WS-GL-IDX) =
                   WS-GL-PRIOR-ADJ(WS-GL-IDX)
                 + WS-GL-DAY-ACTIVITY(WS-GL-IDX)
               COMPUTE WS-GL-VARIANCE(WS-GL-IDX) =
                   WS-GL-SUBLEDGER(WS-GL-IDX)
                 - WS-GL-BALANCE(WS-GL-IDX)
                 - WS-GL-ADJ(WS-GL-IDX)
               COMPUTE WS-GL-DAY-VARIANCE(WS-GL-IDX) =
                   WS-GL-VARIANCE(WS-GL-IDX)
                 - WS-GL-PRIOR-VARIANCE(WS-GL-IDX)
           ELSE
               MOVE WS-GL-SUBLEDGER(WS-GL-IDX)
                   TO WS-GL-BALANCE(WS-GL-IDX)
               MOVE 0 TO WS-GL-ADJ(WS-GL-IDX)
               MOVE 0 TO WS-GL-VARIANCE(WS-GL-IDX)
               MOVE 0 TO WS-GL-DAY-VARIANCE(WS-GL-IDX)
           END-IF.

       237-ROLL-PROFIT-LOSS.
      *>    BOTH SIDES RUN FROM ZERO ON THE ACCOUNT'S FIRST ROW - THE
      *>    PROOF WORKS ON THE PERIOD'S MOVEMENT, NOT THE BALANCE
           COMPUTE WS-GL-BALANCE(WS-GL-IDX) =
               WS-GL-PRIOR-BALANCE(WS-GL-IDX)
             + WS-GL-MOVEMENT(WS-GL-IDX).
           COMPUTE WS-GL-SUBLEDGER(WS-GL-IDX) =
               WS-GL-PRIOR-SUBLEDGER(WS-GL-IDX)
             + WS-GL-DAY-ACTIVITY(WS-GL-IDX).
           MOVE 0 TO WS-GL-ADJ(WS-GL-IDX).
           COMPUTE WS-GL-VARIANCE(WS-GL-IDX) =
               WS-GL-SUBLEDGER(WS-GL-IDX) - WS-GL-BALANCE(WS-GL-IDX).
           COMPUTE WS-GL-DAY-VARIANCE(WS-GL-IDX) =
               WS-GL-VARIANCE(WS-GL-IDX)
             - WS-GL-PRIOR-VARIANCE(WS-GL-IDX).

       238-ROLL-OTHER.
      *>    NOTHING IN THE ACCOUNT BASE STANDS BEHIND AN OFFSET OR
      *>    UNMAPPED ACCOUNT - ITS BALANCE IS CARRIED, NOT PROVED
           COMPUTE WS-GL-BALANCE(WS-GL-IDX) =
               WS-GL-PRIOR-BALANCE(WS-GL-IDX)
             + WS-GL-MOVEMENT(WS-GL-IDX).
           MOVE WS-GL-BALANCE(WS-GL-IDX) TO WS-GL-SUBLEDGER(WS-GL-IDX).
           MOVE 0 TO WS-GL-ADJ(WS-GL-IDX).
           MOVE 0 TO WS-GL-VARIANCE(WS-GL-IDX).
           MOVE 0 TO WS-GL-DAY-VARIANCE(WS-GL-IDX).

       240-REPLACE-HISTORY.
      *>    An authorized rerun of the business date replaces that
      *>    date's rows - 130 has already made sure no later date
      *>    rests on them
           MOVE SPACES TO GLB-GL-ACCOUNT.
           EXEC SQL
               DELETE FROM GL_BALANCE_HISTORY
               WHERE BUSINESS_DATE = :WS-BUSINESS-DATE-ISO
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

           PERFORM 242-INSERT-HISTORY-ROW
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT.

       242-INSERT-HISTORY-ROW.
           MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO GLB-GL-ACCOUNT.
           MOVE WS-BUSINESS-DATE-ISO TO GLB-BUSINESS-DATE.
           MOVE WS-GL-ROLE(WS-GL-IDX) TO GLB-GL-ROLE.
           MOVE WS-GL-NORMAL-SIDE(WS-GL-IDX) TO GLB-NORMAL-SIDE.
           MOVE WS-GL-DESCRIPTION(WS-GL-IDX) TO GLB-GL-DESCRIPTION.
           MOVE WS-GL-EXT-DEBITS(WS-GL-IDX) TO GLB-EXTRACT-DEBITS.
           MOVE WS-GL-EXT-CREDITS(WS-GL-IDX) TO GLB-EXTRACT-CREDITS.
           MOVE WS-GL-REJ-DEBITS(WS-GL-IDX) TO GLB-REJECT-DEBITS.
           MOVE WS-GL-REJ-CREDITS(WS-GL-IDX) TO GLB-REJECT-CREDITS.
           MOVE WS-GL-BALANCE(WS-GL-IDX) TO GLB-GL-BALANCE.
           MOVE WS-GL-DAY-ACTIVITY(WS-GL-IDX) TO GLB-DAY-ACTIVITY.
           MOVE WS-GL-SUBLEDGER(WS-GL-IDX) TO GLB-SUBLEDGER-BALANCE.
           MOVE WS-GL-ADJ(WS-GL-IDX) TO GLB-UNPOSTED-ADJ.
           MOVE WS-GL-VARIANCE(WS-GL-IDX) TO GLB-VARIANCE.
           MOVE WS-GL-DAY-VARIANCE(WS-GL-IDX) TO GLB-DAY-VARIANCE.
           MOVE WS-GL-OPENING-FLAG(WS-GL-IDX) TO GLB-OPENING-FLAG.

           EXEC SQL
               INSERT INTO GL_BALANCE_HISTORY
                   (GL_ACCOUNT, BUSINESS_DATE, GL_ROLE, NORMAL_SIDE,
                    GL_DESCRIPTION, EXTRACT_DEBITS, EXTRACT_CREDITS,
                    REJECT_DEBITS, REJECT_CREDITS, GL_BALANCE,
                    DAY_ACTIVITY, SUBLEDGER_BALANCE, UNPOSTED_ADJ,
                    VARIANCE, DAY_VARIANCE, OPENING_FLAG,
                    LAST_UPDATE_DATE, LAST_UPDATE_TIME)
               VALUES
                   (:GLB-GL-ACCOUNT, :GLB-BUSINESS-DATE, :GLB-GL-ROLE,
                    :GLB-NORMAL-SIDE, :GLB-GL-DESCRIPTION,
                    :GLB-EXTRACT-DEBITS, :GLB-EXTRACT-CREDITS,
                    :GLB-REJECT-DEBITS, :GLB-REJECT-CREDITS,
                    :GLB-GL-BALANCE, :GLB-DAY-ACTIVITY,
                    :GLB-SUBLEDGER-BALANCE, :GLB-UNPOSTED-ADJ,
                    :GLB-VARIANCE, :GLB-DAY-VARIANCE,
                    :GLB-OPENING-FLAG, CURRENT_DATE, CURRENT_TIME)
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-ROWS-WRITTEN
           ELSE
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

       245-WRITE-ROLL-FORWARD-REPORT.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING 'DAILY GL ROLL-FORWARD - SUMMARIES READ: '
                   DELIMITED BY SIZE
               WS-SUMMARY-COUNT DELIMITED BY SIZE
               '   REJECTS OUTSTANDING: ' DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

           PERFORM 247-WRITE-ROLL-FORWARD-LINES
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT.

           MOVE SPACES TO BALANCE-PROOF-LINE.
           WRITE BALANCE-PROOF-LINE.

       247-WRITE-ROLL-FORWARD-LINES.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING 'GL ' DELIMITED BY SIZE
               WS-GL-ACCOUNT(WS-GL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-GL-DESCRIPTION(WS-GL-IDX) DELIMITED BY SIZE
               ' Role: ' DELIMITED BY SIZE
               WS-GL-ROLE(WS-GL-IDX) DELIMITED BY SIZE
               ' Normal Side: ' DELIMITED BY SIZE
               WS-GL-NORMAL-SIDE(WS-GL-IDX) DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           IF WS-GL-OPENING-FLAG(WS-GL-IDX) = 'Y'
               MOVE 'OPENING ROW' TO BALANCE-PROOF-LINE(60:11)
           END-IF.
           WRITE BALANCE-PROOF-LINE.

           MOVE WS-GL-EXT-DEBITS(WS-GL-IDX) TO WS-DISP-AMOUNT.
           MOVE WS-GL-EXT-CREDITS(WS-GL-IDX) TO WS-DISP-AMOUNT-2.
           MOVE WS-GL-REJ-DEBITS(WS-GL-IDX) TO WS-DISP-AMOUNT-3.
           MOVE WS-GL-REJ-CREDITS(WS-GL-IDX) TO WS-DISP-AMOUNT-4.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  Extract Dr: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               ' Cr: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  Rejected Dr: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-3 DELIMITED BY SIZE
               ' Cr: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-4 DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

           MOVE WS-GL-MOVEMENT(WS-GL-IDX) TO WS-DISP-AMOUNT.
           MOVE WS-GL-BALANCE(WS-GL-IDX) TO WS-DISP-AMOUNT-2.
           MOVE WS-GL-SUBLEDGER(WS-GL-IDX) TO WS-DISP-AMOUNT-3.
           MOVE WS-GL-ADJ(WS-GL-IDX) TO WS-DISP-AMOUNT-4.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  GL Movement: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               '  GL Balance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  Subledger: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-3 DELIMITED BY SIZE
               '  Unposted Adj: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-4 DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

           MOVE WS-GL-DAY-ACTIVITY(WS-GL-IDX) TO WS-DISP-AMOUNT.
           MOVE WS-GL-DAY-VARIANCE(WS-GL-IDX) TO WS-DISP-AMOUNT-2.
           MOVE WS-GL-VARIANCE(WS-GL-IDX) TO WS-DISP-AMOUNT-3.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  Day Activity: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               '  Day Variance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  Variance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-3 DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

      *>    A DAY VARIANCE IS NOT A FAILED CLOSE BY ITSELF - A REJECT
      *>    RE-SENT TOMORROW TAKES IT BACK OUT - BUT IT IS WHERE A
      *>    MONTH-END GAP WILL BE TRACED TO, SO IT IS FLAGGED TONIGHT
           IF WS-GL-DAY-VARIANCE(WS-GL-IDX) NOT = 0
               MOVE 'NOTE: ABOVE GL ACCOUNT MOVED OUT OF STEP TODAY'
                   TO BALANCE-PROOF-LINE
               WRITE BALANCE-PROOF-LINE
           END-IF.

       250-PROVE-MONTH-END.
      *>    The proof reads back what the history holds for the
      *>    business date, so a reprint of a past month end proves
      *>    exactly what was proved that night.  Balance sheet
      *>    accounts first, then other accounts, then income and
      *>    expense accounts
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING 'MONTH-END SUBLEDGER-TO-GL BALANCE PROOF - '
                   DELIMITED BY SIZE
               'BUSINESS DATE ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               '   PERIOD FROM ' DELIMITED BY SIZE
               WS-MONTH-START-ISO DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           WRITE BALANCE-PROOF-LINE.

           MOVE 0 TO WS-OOB-COUNT.
           EXEC SQL
               DECLARE PROOF_CURSOR CURSOR FOR
               SELECT GL_ACCOUNT, GL_ROLE, NORMAL_SIDE,
                      GL_DESCRIPTION, REJECT_DEBITS, REJECT_CREDITS,
                      GL_BALANCE, SUBLEDGER_BALANCE, UNPOSTED_ADJ,
                      VARIANCE, OPENING_FLAG
               FROM GL_BALANCE_HISTORY
               WHERE BUSINESS_DATE = :WS-BUSINESS-DATE-ISO
               ORDER BY GL_ROLE, GL_ACCOUNT
           END-EXEC.

           EXEC SQL OPEN PROOF_CURSOR END-EXEC.

           MOVE 'N' TO WS-EOF-PROOF.
           PERFORM UNTIL PROOF-EOF
               EXEC SQL
                   FETCH PROOF_CURSOR
                   INTO :GLB-GL-ACCOUNT, :GLB-GL-ROLE,
                        :GLB-NORMAL-SIDE, :GLB-GL-DESCRIPTION,
                        :GLB-REJECT-DEBITS, :GLB-REJECT-CREDITS,
                        :GLB-GL-BALANCE, :GLB-SUBLEDGER-BALANCE,
                        :GLB-UNPOSTED-ADJ, :GLB-VARIANCE,
                        :GLB-OPENING-FLAG
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-PROOF-ROW-COUNT
                   PERFORM 252-PROVE-GL-ACCOUNT
               ELSE
                   IF SQLCODE NOT = 100
                       MOVE SPACES TO GLB-GL-ACCOUNT
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
                   MOVE 'Y' TO WS-EOF-PROOF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PROOF_CURSOR END-EXEC.

      *>    NOTHING ON THE HISTORY FOR THE DATE IS A PROOF THAT COULD
      *>    NOT BE DONE, NOT A CLEAN ONE
           IF WS-PROOF-ROW-COUNT = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'NO GL BALANCE HISTORY FOR THE BUSINESS DATE'
                   TO BALANCE-PROOF-LINE
               WRITE BALANCE-PROOF-LINE
           END-IF.

           IF WS-OOB-COUNT > 0
               PERFORM 260-WRITE-DRILL-DOWN
           END-IF.

           PERFORM 270-WRITE-PROOF-RESULT.

       252-PROVE-GL-ACCOUNT.
      *>    REJECTS STILL OUTSTANDING ON THE DATE, ON THE ACCOUNT'S
      *>    NORMAL SIDE - ALREADY OUT OF THE GL BALANCE, SHOWN SO A
      *>    GAP THEY EXPLAIN IS RECOGNIZED AS TIMING
           COMPUTE WS-REJECT-NET =
               GLB-REJECT-DEBITS - GLB-REJECT-CREDITS.
           MOVE GLB-NORMAL-SIDE TO GLB-SIDE-CHECK.
           IF GLB-SIDE-IS-CREDIT
               COMPUTE WS-REJECT-NET = 0 - WS-REJECT-NET
           END-IF.

           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING 'GL ' DELIMITED BY SIZE
               GLB-GL-ACCOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GLB-GL-DESCRIPTION DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

           MOVE GLB-GL-ROLE TO GLB-ROLE-CHECK.
           IF GLB-ROLE-IS-BALANCE-SHEET
               PERFORM 254-PROVE-BALANCE-SHEET
           ELSE IF GLB-ROLE-IS-PROFIT-LOSS
               PERFORM 256-PROVE-PROFIT-LOSS
           ELSE
               PERFORM 258-LIST-OTHER-ACCOUNT
           END-IF.

       254-PROVE-BALANCE-SHEET.
      *>    The ACCOUNTS total must equal the GL balance plus the
      *>    interest, loan interest, late charges and fees that moved
      *>    customer balances with no leg to this account.  Out of
      *>    balance, the drill-down starts after the last date the
      *>    account was in balance
           ADD 1 TO WS-ACCOUNTS-PROVED.
           MOVE GLB-GL-BALANCE TO WS-DISP-AMOUNT.
           MOVE GLB-SUBLEDGER-BALANCE TO WS-DISP-AMOUNT-2.
           MOVE GLB-UNPOSTED-ADJ TO WS-DISP-AMOUNT-3.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  GL Balance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               '  Accounts Total: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  Unposted Adjustments: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-3 DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

           IF GLB-VARIANCE = 0
               MOVE 'IN BALANCE' TO WS-PROOF-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-PROOF-STATUS
               MOVE '0001-01-01' TO WS-FROM-DATE-ISO
               EXEC SQL
                   SELECT COALESCE(CHAR(MAX(BUSINESS_DATE), ISO),
                                   '0001-01-01')
                   INTO :WS-FROM-DATE-ISO
                   FROM GL_BALANCE_HISTORY
                   WHERE GL_ACCOUNT = :GLB-GL-ACCOUNT
                   AND BUSINESS_DATE <= :WS-BUSINESS-DATE-ISO
                   AND VARIANCE = 0
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 290-LOG-SQL-ERROR
               END-IF
               PERFORM 259-NOTE-OUT-OF-BALANCE
           END-IF.

           MOVE WS-REJECT-NET TO WS-DISP-AMOUNT.
           MOVE GLB-VARIANCE TO WS-DISP-AMOUNT-2.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  Rejects Outstanding: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               '  Variance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PROOF-STATUS DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

       256-PROVE-PROFIT-LOSS.
      *>    Period-to-date GL movement against period-to-date
      *>    activity, both measured from the account's row for the
      *>    prior month end - none means the account opened this
      *>    period, so the period runs from its first row.  Any
      *>    variance carried in from earlier periods is shown but
      *>    does not fail this period's proof
           MOVE '0001-01-01' TO WS-PME-DATE-ISO.
           MOVE 0 TO WS-PME-GL-BALANCE.
           MOVE 0 TO WS-PME-SUBLEDGER.
           MOVE 0 TO WS-PME-VARIANCE.
           EXEC SQL
               SELECT CHAR(BUSINESS_DATE, ISO), GL_BALANCE,
                      SUBLEDGER_BALANCE, VARIANCE
               INTO :WS-PME-DATE-ISO, :WS-PME-GL-BALANCE,
                    :WS-PME-SUBLEDGER, :WS-PME-VARIANCE
               FROM GL_BALANCE_HISTORY
               WHERE GL_ACCOUNT = :GLB-GL-ACCOUNT
               AND BUSINESS_DATE =
                   (SELECT MAX(BUSINESS_DATE)
                    FROM GL_BALANCE_HISTORY
                    WHERE GL_ACCOUNT = :GLB-GL-ACCOUNT
                    AND BUSINESS_DATE < :WS-MONTH-START-ISO)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 290-LOG-SQL-ERROR
           END-IF.

           ADD 1 TO WS-ACCOUNTS-PROVED.
           COMPUTE WS-PTD-GL-MOVEMENT =
               GLB-GL-BALANCE - WS-PME-GL-BALANCE.
           COMPUTE WS-PTD-ACTIVITY =
               GLB-SUBLEDGER-BALANCE - WS-PME-SUBLEDGER.
           COMPUTE WS-PTD-VARIANCE =
               WS-PTD-ACTIVITY - WS-PTD-GL-MOVEMENT.

           MOVE WS-PTD-GL-MOVEMENT TO WS-DISP-AMOUNT.
           MOVE WS-PTD-ACTIVITY TO WS-DISP-AMOUNT-2.
           MOVE WS-REJECT-NET TO WS-DISP-AMOUNT-3.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  Period GL Movement: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               '  Period Activity: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  Rejects Outstanding: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-3 DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

           IF WS-PTD-VARIANCE = 0
               MOVE 'IN BALANCE' TO WS-PROOF-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-PROOF-STATUS
               MOVE WS-PME-DATE-ISO TO WS-FROM-DATE-ISO
               PERFORM 259-NOTE-OUT-OF-BALANCE
           END-IF.

           MOVE WS-PME-VARIANCE TO WS-DISP-AMOUNT.
           MOVE WS-PTD-VARIANCE TO WS-DISP-AMOUNT-2.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  Variance Brought Forward: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               '  Period Variance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PROOF-STATUS DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

       258-LIST-OTHER-ACCOUNT.
           MOVE GLB-GL-BALANCE TO WS-DISP-AMOUNT.
           MOVE WS-REJECT-NET TO WS-DISP-AMOUNT-2.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  GL Balance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               '  Rejects Outstanding: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  NOT PROVED - NO SUBLEDGER' DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

       259-NOTE-OUT-OF-BALANCE.
      *>    THE TABLE IS FIXED AT 20 GL ACCOUNTS, THE SAME AS THE
      *>    ROLL-FORWARD - A 21ST WOULD INDEX PAST THE END OF
      *>    WS-OOB-ENTRY, SO THE RUN IS STOPPED HERE RATHER THAN LET
      *>    THAT HAPPEN
           IF WS-OOB-COUNT >= 20
               DISPLAY 'GLPROOF: *** OUT-OF-BALANCE TABLE FULL - '
                   'MORE THAN 20 GL ACCOUNTS ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ACCOUNTS-OOB.
           ADD 1 TO WS-OOB-COUNT.
           SET WS-OOB-IDX TO WS-OOB-COUNT.
           MOVE GLB-GL-ACCOUNT TO WS-OOB-GL-ACCOUNT(WS-OOB-IDX).
           MOVE GLB-GL-ROLE TO WS-OOB-ROLE(WS-OOB-IDX).
           MOVE GLB-GL-DESCRIPTION TO WS-OOB-DESCRIPTION(WS-OOB-IDX).
           MOVE WS-FROM-DATE-ISO TO WS-OOB-FROM-DATE(WS-OOB-IDX).

       260-WRITE-DRILL-DOWN.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           WRITE BALANCE-PROOF-LINE.
           MOVE 'OUT-OF-BALANCE DRILL-DOWN - DATES EACH GAP OPENED'
               TO BALANCE-PROOF-LINE.
           WRITE BALANCE-PROOF-LINE.

           PERFORM 262-DRILL-GL-ACCOUNT
               VARYING WS-OOB-IDX FROM 1 BY 1
               UNTIL WS-OOB-IDX > WS-OOB-COUNT.

       262-DRILL-GL-ACCOUNT.
      *>    Every business date since the account was last in
      *>    balance (or since the prior month end) on which its
      *>    variance moved - the dates the gap opened or widened,
      *>    with what the ledger and the account base each did
           MOVE WS-OOB-GL-ACCOUNT(WS-OOB-IDX) TO WS-DRILL-ACCOUNT.
           MOVE WS-OOB-FROM-DATE(WS-OOB-IDX) TO WS-DRILL-FROM-ISO.
           MOVE 0 TO WS-DRILL-LINE-COUNT.

           MOVE SPACES TO BALANCE-PROOF-LINE.
           WRITE BALANCE-PROOF-LINE.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING 'GL ' DELIMITED BY SIZE
               WS-DRILL-ACCOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OOB-DESCRIPTION(WS-OOB-IDX) DELIMITED BY SIZE
               ' - DATES AFTER ' DELIMITED BY SIZE
               WS-DRILL-FROM-ISO DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

           EXEC SQL
               DECLARE DRILL_CURSOR CURSOR FOR
               SELECT CHAR(BUSINESS_DATE, ISO), GL_ROLE,
                      NORMAL_SIDE, EXTRACT_DEBITS, EXTRACT_CREDITS,
                      REJECT_DEBITS, REJECT_CREDITS, DAY_ACTIVITY,
                      DAY_VARIANCE, VARIANCE
               FROM GL_BALANCE_HISTORY
               WHERE GL_ACCOUNT = :WS-DRILL-ACCOUNT
               AND BUSINESS_DATE > :WS-DRILL-FROM-ISO
               AND BUSINESS_DATE <= :WS-BUSINESS-DATE-ISO
               AND DAY_VARIANCE <> 0
               ORDER BY BUSINESS_DATE
           END-EXEC.

           EXEC SQL OPEN DRILL_CURSOR END-EXEC.

           MOVE 'N' TO WS-EOF-DRILL.
           PERFORM UNTIL DRILL-EOF
               EXEC SQL
                   FETCH DRILL_CURSOR
                   INTO :GLB-BUSINESS-DATE, :GLB-GL-ROLE,
                        :GLB-NORMAL-SIDE, :GLB-EXTRACT-DEBITS,
                        :GLB-EXTRACT-CREDITS, :GLB-REJECT-DEBITS,
                        :GLB-REJECT-CREDITS, :GLB-DAY-ACTIVITY,
                        :GLB-DAY-VARIANCE, :GLB-VARIANCE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 264-WRITE-DRILL-LINE
               ELSE
                   IF SQLCODE NOT = 100
                       MOVE WS-DRILL-ACCOUNT TO GLB-GL-ACCOUNT
                       PERFORM 290-LOG-SQL-ERROR
                   END-IF
                   MOVE 'Y' TO WS-EOF-DRILL
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE DRILL_CURSOR END-EXEC.

      *>    NO DATE MOVED IT - THE GAP CAME IN ON THE ACCOUNT'S FIRST
      *>    ROW, I.E. A LEDGER OPENING FIGURE FINANCE SEEDED THAT
      *>    NEVER AGREED WITH THE ACCOUNT BASE
           IF WS-DRILL-LINE-COUNT = 0
               MOVE '  NO DAY MOVED IT - CARRIED IN ON THE OPENING ROW'
                   TO BALANCE-PROOF-LINE
               WRITE BALANCE-PROOF-LINE
           END-IF.

       264-WRITE-DRILL-LINE.
      *>    THE DAY'S LEDGER MOVEMENT AND REJECTS ON THE NORMAL SIDE,
      *>    AND HOW FAR THE ACCOUNT BASE MOVED - FOR A BALANCE SHEET
      *>    ACCOUNT THE DAY VARIANCE PLUS WHAT THE LEDGER AND THE
      *>    UNPOSTED ADJUSTMENTS MOVED, FOR AN INCOME OR EXPENSE
      *>    ACCOUNT THE DAY'S ACTIVITY ITSELF
           ADD 1 TO WS-DRILL-LINE-COUNT.
           COMPUTE WS-DRILL-GL-MOVEMENT =
               (GLB-EXTRACT-DEBITS - GLB-EXTRACT-CREDITS)
             - (GLB-REJECT-DEBITS - GLB-REJECT-CREDITS).
           COMPUTE WS-REJECT-NET =
               GLB-REJECT-DEBITS - GLB-REJECT-CREDITS.
           MOVE GLB-NORMAL-SIDE TO GLB-SIDE-CHECK.
           IF GLB-SIDE-IS-CREDIT
               COMPUTE WS-DRILL-GL-MOVEMENT = 0 - WS-DRILL-GL-MOVEMENT
               COMPUTE WS-REJECT-NET = 0 - WS-REJECT-NET
           END-IF.

           MOVE GLB-GL-ROLE TO GLB-ROLE-CHECK.
           IF GLB-ROLE-IS-BALANCE-SHEET
               COMPUTE WS-DRILL-SUB-MOVEMENT =
                   GLB-DAY-VARIANCE + WS-DRILL-GL-MOVEMENT
                 + GLB-DAY-ACTIVITY
           ELSE
               MOVE GLB-DAY-ACTIVITY TO WS-DRILL-SUB-MOVEMENT
           END-IF.

           MOVE WS-DRILL-GL-MOVEMENT TO WS-DISP-AMOUNT.
           MOVE WS-DRILL-SUB-MOVEMENT TO WS-DISP-AMOUNT-2.
           MOVE WS-REJECT-NET TO WS-DISP-AMOUNT-3.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  ' DELIMITED BY SIZE
               GLB-BUSINESS-DATE DELIMITED BY SIZE
               '  GL Movement: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               '  Subledger Movement: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  Rejected: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-3 DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

           MOVE GLB-DAY-ACTIVITY TO WS-DISP-AMOUNT.
           MOVE GLB-DAY-VARIANCE TO WS-DISP-AMOUNT-2.
           MOVE GLB-VARIANCE TO WS-DISP-AMOUNT-3.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '              Activity/Adj: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               '  Day Variance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-2 DELIMITED BY SIZE
               '  Running Variance: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT-3 DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

       270-WRITE-PROOF-RESULT.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           WRITE BALANCE-PROOF-LINE.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING 'GL ACCOUNTS PROVED: ' DELIMITED BY SIZE
               WS-ACCOUNTS-PROVED DELIMITED BY SIZE
               '   OUT OF BALANCE: ' DELIMITED BY SIZE
               WS-ACCOUNTS-OOB DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

           IF WS-ACCOUNTS-OOB > 0 OR WS-ERROR-COUNT > 0
               MOVE 'PROOF RESULT: OUT OF BALANCE - SEE DRILL-DOWN'
                   TO BALANCE-PROOF-LINE
           ELSE
               MOVE 'PROOF RESULT: IN BALANCE - READY FOR SIGN-OFF'
                   TO BALANCE-PROOF-LINE
           END-IF.
           WRITE BALANCE-PROOF-LINE.

       290-LOG-SQL-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO BALANCE-PROOF-LINE.
           STRING '  SQL ERROR - GL Account: ' DELIMITED BY SIZE
               GLB-GL-ACCOUNT DELIMITED BY SIZE
               ' Business Date: ' DELIMITED BY SIZE
               WS-BUSINESS-DATE-ISO DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO BALANCE-PROOF-LINE
           END-STRING.
           WRITE BALANCE-PROOF-LINE.

       300-FINALIZATION.
           IF NOT REPRINT-MODE
               MOVE SPACES TO BALANCE-PROOF-LINE
               STRING 'GL ACCOUNTS ROLLED: ' DELIMITED BY SIZE
                   WS-ROWS-WRITTEN DELIMITED BY SIZE
                   '   MOVED OUT OF STEP TODAY: ' DELIMITED BY SIZE
                   WS-DAY-BREAK-COUNT DELIMITED BY SIZE
                   '   TYPES NOT PRICED: ' DELIMITED BY SIZE
                   WS-UNPRICED-COUNT DELIMITED BY SIZE
                   '   ERRORS: ' DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   INTO BALANCE-PROOF-LINE
               END-STRING
               WRITE BALANCE-PROOF-LINE
           END-IF.

           CLOSE BALANCE-PROOF-REPORT.

           IF NOT REPRINT-MODE
               PERFORM 310-CLOSE-RUN-CONTROL
           END-IF.

           DISPLAY 'GLPROOF: GL Balance Proof Complete'.
           DISPLAY 'GL Accounts Rolled: ' WS-ROWS-WRITTEN.
           DISPLAY 'Moved Out Of Step Today: ' WS-DAY-BREAK-COUNT.
           DISPLAY 'Types Not Priced: ' WS-UNPRICED-COUNT.
           DISPLAY 'GL Accounts Proved: ' WS-ACCOUNTS-PROVED.
           DISPLAY 'Out Of Balance: ' WS-ACCOUNTS-OOB.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0 OR WS-ACCOUNTS-OOB > 0
               DISPLAY 'GLPROOF: *** OUT OF BALANCE ***'
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-DAY-BREAK-COUNT > 0 OR WS-UNPRICED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS - THE
      *>    RECORD COUNT IS THE GL ACCOUNTS ROLLED FORWARD, AND AN
      *>    OUT-OF-BALANCE PROOF COUNTS AS AN ERROR, AS IN TRIALBAL
           MOVE WS-GL-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-ROWS-WRITTEN TO RCT-SUCCESS-COUNT.
           COMPUTE RCT-ERROR-COUNT = WS-ERROR-COUNT + WS-ACCOUNTS-OOB.
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
