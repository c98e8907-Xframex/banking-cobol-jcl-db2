               ASSIGN TO UT-S-SETTLOUT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    DUPLICATE REVIEW REPORT - EVERY PROVED BATCH HELD AS A
      *>    SUSPECTED RESUBMISSION, SIDE BY SIDE WITH THE POSTED
      *>    BATCH IT MATCHED ON POSTED_BATCHES, FOR OPERATIONS TO
      *>    CLEAR OR FORCE-RELEASE
           SELECT DUPLICATE-REVIEW-FILE
               ASSIGN TO UT-S-DUPRVW
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>    DETAIL RECORDS - COL 1 TRANSACTION TYPE (D = DEBIT/
      *>    WITHDRAWAL, C = CREDIT/DEPOSIT, T = TRANSFER), COLS 2-13
      *>    ACCOUNT NUMBER (THE FROM-ACCOUNT ON A TRANSFER), COLS
      *>    14-26 AMOUNT (9(11)V99, UNSIGNED - DIRECTION COMES FROM
      *>    THE TYPE CODE), COLS 27-38 TO-ACCOUNT (TRANSFERS ONLY),
      *>    COLS 39-53 ACH TRACE NUMBER (ACHRECV-GENERATED DETAILS
      *>    ONLY - A REJECT OF SUCH A DETAIL MARKS THE ACH_ENTRIES
      *>    ROW FOR RETURN TO THE ORIGINATING BANK)
      *>
      *>    'V' REVERSAL RECORDS NAME A POSTED TRANSACTION INSTEAD OF
      *>    AN ACCOUNT: COLS 2-21 THE ORIGINAL TRANSACTION_ID.  THE
       FD SETTLEMENT-OUTPUT-FILE.
       01 STL-OUTPUT-RECORD           PIC X(120).

       FD DUPLICATE-REVIEW-FILE.
       01 DUP-REVIEW-LINE             PIC X(150).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-OVERDRAFT-LIMIT      PIC S9(11)V99 COMP-3.
           05 WS-NEW-BALANCE          PIC S9(11)V99 COMP-3.
           05 WS-ACCT-STATUS          PIC X(1).
           05 WS-ACCT-TYPE            PIC X(1).
      *>    ACTIVE HOLDS AND LIENS ON THE DEBITED ACCOUNT - EARMARKED
      *>    FUNDS THE OVERDRAFT TEST TAKES OUT OF THE BALANCE
           05 WS-HOLD-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
      *>    CLEARED WHEN THE HOLDS COULD NOT BE SUMMED - THE ITEM IS
      *>    THEN REFUSED RATHER THAN TESTED AS IF NOTHING WERE HELD
           05 WS-HOLD-CHECK           PIC X(1) VALUE 'Y'.
               88 HOLD-CHECK-OK           VALUE 'Y'.
      *>    DISPLAY-USAGE SHADOW OF WS-NEW-BALANCE (COMP-3) - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
      *>    DECIMAL AMOUNT IS MOVED HERE BEFORE BEING LOGGED
           05 WS-NEW-BALANCE-DISPLAY  PIC -9(11).99.
           05 WS-HOLD-AMT-DISPLAY     PIC -9(11).99.

      *>    TERM DEPOSIT (CD) EARLY-WITHDRAWAL TEST - A DEBIT AGAINST
      *>    A CD STILL IN ITS TERM EITHER POSTS WITH A PENALTY OF
      *>    PENALTY_DAYS' INTEREST AT THE LOCKED RATE ON THE AMOUNT
      *>    WITHDRAWN, TAKEN AS A SEPARATE 'F' ROW THAT GLEXTRCT BOOKS
      *>    TO FEE INCOME, OR IS REJECTED OUTRIGHT WHEN THE CD CARRIES
      *>    NO PENALTY TERMS (PENALTY_DAYS ZERO).  RESET FOR EVERY
      *>    DETAIL, SO ONLY A CD DEBIT EVER CARRIES A PENALTY
       01 WS-TERM-DEPOSIT-VARS.
           05 WS-CD-WITHDRAWAL        PIC X(1) VALUE 'N'.
               88 CD-WITHDRAWAL-FREE      VALUE 'N'.
               88 CD-WITHDRAWAL-PENALTY   VALUE 'P'.
               88 CD-WITHDRAWAL-BARRED    VALUE 'B'.
           05 WS-PENALTY-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-PENALTY-AMT-DISPLAY  PIC -9(11).99.

      *>    INBOUND ACH ENTRY BEHIND THE DETAIL IN HAND, IF ANY - A
      *>    REJECTED ENTRY IS MARKED ON ACH_ENTRIES WITH ITS NACHA
      *>    RETURN REASON FOR ACHRETN TO SEND BACK.  THE ROW IS KEYED
      *>    BY TRACE NUMBER AND THE DATE RECEIVED, WHICH IS THE
      *>    BUSINESS DATE ON THE ACHRECV BATCH HEADER
       01 WS-ACH-RETURN-VARS.
           05 WS-ACH-TRACE            PIC X(15) VALUE SPACES.
           05 WS-ACH-RETURN-REASON    PIC X(3) VALUE SPACES.
           05 WS-ACH-RECEIVED-DATE    PIC X(10) VALUE SPACES.

      *>    TO-ACCOUNT SIDE OF A TRANSFER - BOTH LEGS ARE PROVED GOOD
      *>    BEFORE EITHER SIDE OF ACCOUNTS IS TOUCHED, AND THE TWO
               88 BATCH-TRAILER-SEEN      VALUE 'Y'.
           05 WS-BATCH-STATUS         PIC X(1) VALUE 'N'.
               88 BATCH-FAILED            VALUE 'Y'.
               88 BATCH-SUSPECT           VALUE 'D'.
           05 WS-EXP-RECORD-COUNT     PIC 9(8) VALUE 0.
           05 WS-EXP-HASH-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-EXP-DEBIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
               10 WS-BT-BATCH-ID          PIC X(8).
               10 WS-BT-BRANCH            PIC X(4).
               10 WS-BT-BUS-DATE          PIC X(8).
      *>        A BATCH HELD AS A SUSPECTED DUPLICATE ('D') IS SKIPPED
      *>        AND SETTLED EXACTLY LIKE ONE THAT FAILED ITS CONTROLS
               10 WS-BT-STATUS            PIC X(1).
                   88 BT-BATCH-FAILED         VALUE 'Y' 'D'.
                   88 BT-BATCH-SUSPECT        VALUE 'D'.
      *>        THE PROVED SIGNATURE THE REGISTRY ROW IS WRITTEN WITH,
      *>        AND THE 'O' ROW AN OPERATOR RELEASE IS CONSUMING
               10 WS-BT-DETAIL-COUNT      PIC 9(8).
               10 WS-BT-HASH-TOTAL        PIC S9(13)V99 COMP-3.
               10 WS-BT-RELEASE-ID        PIC X(20).

      *>    POSTED-BATCH REGISTRY CHECK - A BATCH WHOSE ID HAS BEEN
      *>    POSTED BEFORE, OR WHOSE BRANCH / DETAIL COUNT / HASH TOTAL
      *>    MATCHES A BATCH POSTED WITHIN WS-DUP-WINDOW-DAYS, IS HELD
      *>    FOR REVIEW INSTEAD OF POSTING.  REGISTRY IDS ARE 'BR' ||
      *>    RUN DATE || RUN TIME || POSITION OF THE BATCH IN THE FILE
       01 WS-DUPLICATE-CHECK.
           05 WS-DUP-WINDOW-DAYS      PIC 9(3) VALUE 7.
           05 WS-DUP-IDX              PIC 9(4) COMP-3 VALUE 0.
           05 WS-SUSPECT-COUNT        PIC 9(8) VALUE 0.
           05 WS-SUSPECT-REASON       PIC X(1) VALUE SPACES.
               88 SUSPECT-ID-REUSED       VALUE 'I'.
               88 SUSPECT-SIGNATURE       VALUE 'S'.
           05 WS-MATCH-IN-FILE        PIC X(1) VALUE 'N'.
               88 MATCHED-IN-FILE         VALUE 'Y'.
           05 WS-REGISTRY-SEQ         PIC 9(4).
           05 WS-REGISTRY-ID          PIC X(20).
           05 WS-RELEASE-REG-ID       PIC X(20) VALUE SPACES.
           05 WS-MATCHED-REG-ID       PIC X(20) VALUE SPACES.
           05 WS-REG-BUS-DATE         PIC X(10).
           05 WS-MATCH-BATCH-ID       PIC X(8).
           05 WS-MATCH-BRANCH         PIC X(4).
           05 WS-MATCH-BUS-DATE       PIC X(10).
           05 WS-MATCH-RUN-DATE       PIC X(10).
           05 WS-MATCH-COUNT          PIC 9(8).
           05 WS-MATCH-HASH-TOTAL     PIC S9(13)V99 COMP-3.

      *>    PER-BATCH BRANCH SETTLEMENT TOTALS - THE BRANCH OFF THE
      *>    BATCH HEADER OWNS EVERYTHING ITS BATCH POSTS, REJECTS, OR

       COPY ACCTREC.
       COPY HELDREC.
       COPY TDEPREC.
       COPY RETIREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.
           OPEN INPUT TRANSACTION-INPUT-FILE.
           OPEN OUTPUT TRANSACTION-OUTPUT-FILE.
           OPEN OUTPUT SETTLEMENT-OUTPUT-FILE.
           OPEN OUTPUT DUPLICATE-REVIEW-FILE.

           STRING 'DUPLICATE BATCH REVIEW - RUN DATE ' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO DUP-REVIEW-LINE
           END-STRING.
           WRITE DUP-REVIEW-LINE.

           DISPLAY 'TRANPOST: Starting Transaction Posting'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
               STOP RUN
           END-IF.

      *>    A BATCH THAT PROVED ITS OWN CONTROLS MUST ALSO BE NEW -
      *>    ONE ALREADY POSTED (TONIGHT OR ON AN EARLIER NIGHT) IS
      *>    HELD AS A SUSPECTED DUPLICATE BEFORE IT CAN POST AGAIN
           MOVE SPACES TO WS-RELEASE-REG-ID.
           IF NOT BATCH-FAILED
               PERFORM 213-CHECK-DUPLICATE-BATCH
           END-IF.

           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-BATCH-ID TO WS-BT-BATCH-ID(WS-BATCH-COUNT).
           MOVE WS-BATCH-BRANCH TO WS-BT-BRANCH(WS-BATCH-COUNT).
           MOVE WS-BATCH-BUS-DATE TO WS-BT-BUS-DATE(WS-BATCH-COUNT).
           MOVE WS-BATCH-STATUS TO WS-BT-STATUS(WS-BATCH-COUNT).
           MOVE WS-EXP-RECORD-COUNT
               TO WS-BT-DETAIL-COUNT(WS-BATCH-COUNT).
           MOVE WS-EXP-HASH-TOTAL TO WS-BT-HASH-TOTAL(WS-BATCH-COUNT).
           MOVE WS-RELEASE-REG-ID TO WS-BT-RELEASE-ID(WS-BATCH-COUNT).

           IF BATCH-FAILED
               PERFORM 208-LOG-BATCH-REJECTED
           IF TXN-IS-TRANSFER
               MOVE TXN-INPUT-RECORD(27:12) TO WS-TO-ACCT-NUMBER
           END-IF.
      *>    COLS 39-53 CARRY THE ACH TRACE NUMBER - BLANK ON EVERY
      *>    DETAIL NOT CUT BY ACHRECV
           IF TXN-IS-REVERSAL
               MOVE SPACES TO WS-ACH-TRACE
           ELSE
               MOVE TXN-INPUT-RECORD(39:15) TO WS-ACH-TRACE
           END-IF.

       211-START-BATCH-POSTING.
      *>    STEP TO THE NEXT VERDICT ENTRY AND RELOAD THE BATCH
      *>    FROM IT POSTED, SO ITS OTHER FIGURES ARE ZERO
           IF BT-BATCH-FAILED(WS-BATCH-SEQ)
               ADD 1 TO WS-STL-REJECT-COUNT
           ELSE
               PERFORM 218-REGISTER-POSTED-BATCH
           END-IF.
           PERFORM 320-WRITE-SETTLEMENT-RECORD.
           MOVE 'N' TO WS-POSTING-OPEN.

       213-CHECK-DUPLICATE-BATCH.
      *>    AN EARLIER BATCH IN THIS SAME FILE IS CHECKED FIRST - IT
      *>    IS NOT ON THE REGISTRY UNTIL THE POSTING PASS - THEN AN
      *>    OPERATOR RELEASE, THEN THE REGISTRY ITSELF.  HOUSE BRANCH
      *>    9999 WORK AND EMPTY BATCHES ARE CHECKED BY BATCH ID ONLY:
      *>    MACHINE-GENERATED IDS ARE DATE-STAMPED, AND A STANDING
      *>    ORDER RUN CAN LEGITIMATELY REPEAT LAST WEEK'S FIGURES
           MOVE SPACES TO WS-SUSPECT-REASON.
           MOVE SPACES TO WS-MATCHED-REG-ID.
           MOVE 'N' TO WS-MATCH-IN-FILE.
           COMPUTE WS-REGISTRY-SEQ = WS-BATCH-COUNT + 1.
           PERFORM 219-BUILD-REGISTRY-KEYS.

           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX > WS-BATCH-COUNT
                      OR WS-SUSPECT-REASON NOT = SPACES
               IF NOT BT-BATCH-FAILED(WS-DUP-IDX)
                   IF WS-BATCH-ID NOT = SPACES AND
                      WS-BT-BATCH-ID(WS-DUP-IDX) = WS-BATCH-ID
                       MOVE 'I' TO WS-SUSPECT-REASON
                   ELSE IF WS-BATCH-BRANCH NOT = '9999' AND
                      WS-EXP-RECORD-COUNT > 0 AND
                      WS-BT-BRANCH(WS-DUP-IDX) = WS-BATCH-BRANCH AND
                      WS-BT-DETAIL-COUNT(WS-DUP-IDX) =
                          WS-EXP-RECORD-COUNT AND
                      WS-BT-HASH-TOTAL(WS-DUP-IDX) = WS-EXP-HASH-TOTAL
                       MOVE 'S' TO WS-SUSPECT-REASON
                   END-IF
               END-IF
           END-PERFORM.

      *>    THE VARYING STEP HAS ALREADY MOVED ONE PAST THE MATCH
           IF WS-SUSPECT-REASON NOT = SPACES
               SUBTRACT 1 FROM WS-DUP-IDX
               MOVE 'Y' TO WS-MATCH-IN-FILE
               MOVE WS-DUP-IDX TO WS-REGISTRY-SEQ
               STRING 'BR' DELIMITED BY SIZE
                   WS-EXECUTION-DATE DELIMITED BY SIZE
                   WS-EXECUTION-TIME DELIMITED BY SIZE
                   WS-REGISTRY-SEQ DELIMITED BY SIZE
                   INTO WS-MATCHED-REG-ID
               END-STRING
               MOVE WS-BT-BATCH-ID(WS-DUP-IDX) TO WS-MATCH-BATCH-ID
               MOVE WS-BT-BRANCH(WS-DUP-IDX) TO WS-MATCH-BRANCH
               MOVE WS-BT-BUS-DATE(WS-DUP-IDX) TO WS-MATCH-BUS-DATE
               MOVE RCT-BUSINESS-DATE TO WS-MATCH-RUN-DATE
               MOVE WS-BT-DETAIL-COUNT(WS-DUP-IDX) TO WS-MATCH-COUNT
               MOVE WS-BT-HASH-TOTAL(WS-DUP-IDX)
                   TO WS-MATCH-HASH-TOTAL
           ELSE
               PERFORM 214-CHECK-OPERATOR-RELEASE
               IF WS-RELEASE-REG-ID = SPACES
                   IF WS-BATCH-ID NOT = SPACES
                       PERFORM 215-CHECK-BATCH-ID-POSTED
                   END-IF
                   IF WS-SUSPECT-REASON = SPACES AND
                      WS-BATCH-BRANCH NOT = '9999' AND
                      WS-EXP-RECORD-COUNT > 0
                       PERFORM 216-CHECK-SIGNATURE-POSTED
                   END-IF
               END-IF
           END-IF.

           IF WS-SUSPECT-REASON NOT = SPACES
               MOVE 'D' TO WS-BATCH-STATUS
               PERFORM 217-HOLD-SUSPECT-BATCH
           END-IF.

       214-CHECK-OPERATOR-RELEASE.
      *>    Operations releases a held duplicate by restamping its
      *>    registry row 'O' - the resubmitted batch must carry the
      *>    same ID, branch, count and total as the row released
           EXEC SQL
               SELECT COALESCE(MIN(REGISTRY_ID), ' ')
               INTO :WS-RELEASE-REG-ID
               FROM POSTED_BATCHES
               WHERE BATCH_ID = :WS-BATCH-ID
               AND BRANCH_ID = :WS-BATCH-BRANCH
               AND DETAIL_COUNT = :WS-EXP-RECORD-COUNT
               AND HASH_TOTAL = :WS-EXP-HASH-TOTAL
               AND BATCH_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-RELEASE-REG-ID
           END-IF.

           IF WS-RELEASE-REG-ID NOT = SPACES
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' BATCH RELEASED BY OPERATOR - Batch: '
                       DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SIZE
                   ' Branch: ' DELIMITED BY SIZE
                   WS-BATCH-BRANCH DELIMITED BY SIZE
                   ' Registry: ' DELIMITED BY SIZE
                   WS-RELEASE-REG-ID DELIMITED BY SIZE
                   INTO TXN-OUTPUT-RECORD
               END-STRING
               WRITE TXN-OUTPUT-RECORD
           END-IF.

       215-CHECK-BATCH-ID-POSTED.
      *>    The batch ID has been posted before, on any night - the
      *>    most recent posting is the one reported
           EXEC SQL
               SELECT COALESCE(MAX(REGISTRY_ID), ' ')
               INTO :WS-MATCHED-REG-ID
               FROM POSTED_BATCHES
               WHERE BATCH_ID = :WS-BATCH-ID
               AND BATCH_STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 0 AND WS-MATCHED-REG-ID NOT = SPACES
               MOVE 'I' TO WS-SUSPECT-REASON
           ELSE
               MOVE SPACES TO WS-MATCHED-REG-ID
           END-IF.

       216-CHECK-SIGNATURE-POSTED.
      *>    Same branch, detail count and hash total as a batch
      *>    posted within the window - the shape of a teller drawer
      *>    resubmitted under a new batch ID or business date
           EXEC SQL
               SELECT COALESCE(MAX(REGISTRY_ID), ' ')
               INTO :WS-MATCHED-REG-ID
               FROM POSTED_BATCHES
               WHERE BRANCH_ID = :WS-BATCH-BRANCH
               AND DETAIL_COUNT = :WS-EXP-RECORD-COUNT
               AND HASH_TOTAL = :WS-EXP-HASH-TOTAL
               AND BATCH_STATUS = 'P'
               AND DAYS(CURRENT_DATE) - DAYS(RUN_DATE)
                   < :WS-DUP-WINDOW-DAYS
           END-EXEC.

           IF SQLCODE = 0 AND WS-MATCHED-REG-ID NOT = SPACES
               MOVE 'S' TO WS-SUSPECT-REASON
           ELSE
               MOVE SPACES TO WS-MATCHED-REG-ID
           END-IF.

       217-HOLD-SUSPECT-BATCH.
      *>    THE BATCH IS REGISTERED 'S' AND LISTED FOR REVIEW - NONE
      *>    OF ITS DETAILS POSTS, AND IT COUNTS AS ONE REJECTED ITEM
      *>    ON THE RUN AND ON ITS BRANCH'S SETTLEMENT RECORD
           ADD 1 TO WS-ERROR-COUNT.
           ADD 1 TO WS-SUSPECT-COUNT.

           IF NOT MATCHED-IN-FILE
               EXEC SQL
                   SELECT BATCH_ID, BRANCH_ID,
                          CHAR(BATCH_BUS_DATE, ISO),
                          CHAR(RUN_DATE, ISO),
                          DETAIL_COUNT, HASH_TOTAL
                   INTO :WS-MATCH-BATCH-ID, :WS-MATCH-BRANCH,
                        :WS-MATCH-BUS-DATE, :WS-MATCH-RUN-DATE,
                        :WS-MATCH-COUNT, :WS-MATCH-HASH-TOTAL
                   FROM POSTED_BATCHES
                   WHERE REGISTRY_ID = :WS-MATCHED-REG-ID
               END-EXEC
           END-IF.

           EXEC SQL
               INSERT INTO POSTED_BATCHES
                   (REGISTRY_ID, BATCH_ID, BRANCH_ID, BATCH_BUS_DATE,
                    RUN_DATE, DETAIL_COUNT, HASH_TOTAL, BATCH_STATUS,
                    SUSPECT_REASON, MATCHED_REG_ID, LAST_UPDATE_DATE,
                    LAST_UPDATE_TIME)
               VALUES
                   (:WS-REGISTRY-ID, :WS-BATCH-ID, :WS-BATCH-BRANCH,
                    :WS-REG-BUS-DATE, :RCT-BUSINESS-DATE,
                    :WS-EXP-RECORD-COUNT, :WS-EXP-HASH-TOTAL, 'S',
                    :WS-SUSPECT-REASON, :WS-MATCHED-REG-ID,
                    CURRENT_DATE, CURRENT_TIME)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' BATCH REGISTRY ERROR - Batch: ' DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SIZE
                   ' SQLCODE=' DELIMITED BY SIZE
                   ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
                   INTO TXN-OUTPUT-RECORD
               END-STRING
               WRITE TXN-OUTPUT-RECORD
           END-IF.

           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' BATCH HELD - SUSPECTED DUPLICATE - Batch: '
                   DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               ' Branch: ' DELIMITED BY SIZE
               WS-BATCH-BRANCH DELIMITED BY SIZE
               ' Registry: ' DELIMITED BY SIZE
               WS-REGISTRY-ID DELIMITED BY SIZE
               INTO TXN-OUTPUT-RECORD
           END-STRING.
           WRITE TXN-OUTPUT-RECORD.

           IF SUSPECT-ID-REUSED
               MOVE 'SUSPECTED DUPLICATE - BATCH ID ALREADY POSTED'
                   TO DUP-REVIEW-LINE
           ELSE
               MOVE 'SUSPECTED DUPLICATE - BRANCH/COUNT/AMOUNT MATCH'
                   TO DUP-REVIEW-LINE
           END-IF.
           WRITE DUP-REVIEW-LINE.

           MOVE WS-EXP-HASH-TOTAL TO WS-CTL-EXP-DISPLAY.
           STRING '  HELD    Registry: ' DELIMITED BY SIZE
               WS-REGISTRY-ID DELIMITED BY SIZE
               ' Batch: ' DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               ' Branch: ' DELIMITED BY SIZE
               WS-BATCH-BRANCH DELIMITED BY SIZE
               ' Business-Date: ' DELIMITED BY SIZE
               WS-REG-BUS-DATE DELIMITED BY SIZE
               ' Count: ' DELIMITED BY SIZE
               WS-EXP-RECORD-COUNT DELIMITED BY SIZE
               ' Total: ' DELIMITED BY SIZE
               WS-CTL-EXP-DISPLAY DELIMITED BY SIZE
               INTO DUP-REVIEW-LINE
           END-STRING.
           WRITE DUP-REVIEW-LINE.

           MOVE WS-MATCH-HASH-TOTAL TO WS-CTL-ACC-DISPLAY.
           STRING '  POSTED  Registry: ' DELIMITED BY SIZE
               WS-MATCHED-REG-ID DELIMITED BY SIZE
               ' Batch: ' DELIMITED BY SIZE
               WS-MATCH-BATCH-ID DELIMITED BY SIZE
               ' Branch: ' DELIMITED BY SIZE
               WS-MATCH-BRANCH DELIMITED BY SIZE
               ' Business-Date: ' DELIMITED BY SIZE
               WS-MATCH-BUS-DATE DELIMITED BY SIZE
               ' Count: ' DELIMITED BY SIZE
               WS-MATCH-COUNT DELIMITED BY SIZE
               ' Total: ' DELIMITED BY SIZE
               WS-CTL-ACC-DISPLAY DELIMITED BY SIZE
               ' Run: ' DELIMITED BY SIZE
               WS-MATCH-RUN-DATE DELIMITED BY SIZE
               INTO DUP-REVIEW-LINE
           END-STRING.
           WRITE DUP-REVIEW-LINE.

           IF MATCHED-IN-FILE
               MOVE '  (MATCHED AN EARLIER BATCH IN TONIGHT''S FILE)'
                   TO DUP-REVIEW-LINE
               WRITE DUP-REVIEW-LINE
           END-IF.

       218-REGISTER-POSTED-BATCH.
      *>    EVERY BATCH THE POSTING PASS TOOK IS REGISTERED 'P' AT ITS
      *>    END - A RELEASED DUPLICATE RESTAMPS THE 'O' ROW IT
      *>    CONSUMED INSTEAD, SO THE RELEASE CANNOT BE USED TWICE
           MOVE WS-BATCH-SEQ TO WS-REGISTRY-SEQ.
           PERFORM 219-BUILD-REGISTRY-KEYS.

           IF WS-BT-RELEASE-ID(WS-BATCH-SEQ) NOT = SPACES
               MOVE WS-BT-RELEASE-ID(WS-BATCH-SEQ) TO WS-RELEASE-REG-ID
               EXEC SQL
                   UPDATE POSTED_BATCHES
                   SET BATCH_STATUS = 'P',
                       RUN_DATE = :RCT-BUSINESS-DATE,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE REGISTRY_ID = :WS-RELEASE-REG-ID
                   AND BATCH_STATUS = 'O'
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO POSTED_BATCHES
                       (REGISTRY_ID, BATCH_ID, BRANCH_ID,
                        BATCH_BUS_DATE, RUN_DATE, DETAIL_COUNT,
                        HASH_TOTAL, BATCH_STATUS, LAST_UPDATE_DATE,
                        LAST_UPDATE_TIME)
                   VALUES
                       (:WS-REGISTRY-ID, :WS-BATCH-ID,
                        :WS-BATCH-BRANCH, :WS-REG-BUS-DATE,
                        :RCT-BUSINESS-DATE,
                        :WS-BT-DETAIL-COUNT(WS-BATCH-SEQ),
                        :WS-BT-HASH-TOTAL(WS-BATCH-SEQ), 'P',
                        CURRENT_DATE, CURRENT_TIME)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' BATCH REGISTRY ERROR - Batch: ' DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SIZE
                   ' SQLCODE=' DELIMITED BY SIZE
                   ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
                   INTO TXN-OUTPUT-RECORD
               END-STRING
               WRITE TXN-OUTPUT-RECORD
           END-IF.

       219-BUILD-REGISTRY-KEYS.
      *>    THE HEADER'S YYYYMMDD BUSINESS DATE GOES TO DB2 IN ISO
      *>    FORM - AN UNNAMED BATCH WITH NO HEADER DATE TAKES THE RUN
      *>    DATE
           MOVE SPACES TO WS-REGISTRY-ID.
           STRING 'BR' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               WS-EXECUTION-TIME DELIMITED BY SIZE
               WS-REGISTRY-SEQ DELIMITED BY SIZE
               INTO WS-REGISTRY-ID
           END-STRING.

           IF WS-BATCH-BUS-DATE NUMERIC
               MOVE SPACES TO WS-REG-BUS-DATE
               STRING WS-BATCH-BUS-DATE(1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-BATCH-BUS-DATE(5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-BATCH-BUS-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-REG-BUS-DATE
               END-STRING
           ELSE
               MOVE RCT-BUSINESS-DATE TO WS-REG-BUS-DATE
           END-IF.

       220-VALIDATE-TRANSACTION.
      *>    REJECT UNRECOGNIZED TYPE CODES AND NON-POSITIVE AMOUNTS
      *>    BEFORE WE EVER TOUCH DB2
           END-IF.

       230-POST-TRANSACTION.
           MOVE 'N' TO WS-CD-WITHDRAWAL.
           MOVE 0 TO WS-PENALTY-AMOUNT.
           IF TXN-IS-TRANSFER
               PERFORM 234-POST-TRANSFER
           ELSE IF TXN-IS-REVERSAL
      *>    Retrieve the current balance, overdraft ceiling, and status
      *>    before applying the debit or credit
           EXEC SQL
               SELECT ACCOUNT_BALANCE, OVERDRAFT_LIMIT, ACCOUNT_STATUS,
                      ACCOUNT_TYPE
               INTO :WS-CURRENT-BALANCE, :WS-OVERDRAFT-LIMIT,
                    :WS-ACCT-STATUS, :WS-ACCT-TYPE
               FROM ACCOUNTS
               WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
           END-EXEC.
               PERFORM 240-UPDATE-BALANCE-AND-LOG
           ELSE
      *>        DEBIT - THE BALANCE MAY GO NEGATIVE ONLY AS FAR AS THE
      *>        ACCOUNT'S OWN OVERDRAFT LIMIT, AND NEVER INTO FUNDS
      *>        EARMARKED BY AN ACTIVE HOLD OR LIEN.  AN EARLY-
      *>        WITHDRAWAL PENALTY ON A CD COMES OUT OF THE SAME
      *>        BALANCE, SO IT IS PART OF THE TEST
               PERFORM 233-SUM-ACTIVE-HOLDS
               IF HOLD-CHECK-OK AND WS-ACCT-TYPE = 'T'
                   PERFORM 239-CHECK-TERM-DEPOSIT
               END-IF
               COMPUTE WS-NEW-BALANCE =
                   WS-CURRENT-BALANCE - WS-TXN-AMOUNT
                   - WS-PENALTY-AMOUNT
               IF NOT HOLD-CHECK-OK
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 255-LOG-POST-ERROR
               ELSE
                   IF CD-WITHDRAWAL-BARRED
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM 281-LOG-TERM-DEPOSIT-REJECTED
                   ELSE
                       IF (WS-NEW-BALANCE - WS-HOLD-AMOUNT) <
                          (0 - WS-OVERDRAFT-LIMIT)
                           ADD 1 TO WS-ERROR-COUNT
                           PERFORM 277-LOG-OVERDRAFT-REJECTED
                       ELSE
                           PERFORM 240-UPDATE-BALANCE-AND-LOG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       233-SUM-ACTIVE-HOLDS.
      *>    AVAILABLE BALANCE = BALANCE + OVERDRAFT LIMIT - ACTIVE
      *>    HOLDS.  A HOLD IS ACTIVE UNTIL RELEASED OR UNTIL ITS
      *>    EXPIRY DATE HAS PASSED - THE EXPIRY TEST IS TAKEN HERE
      *>    TOO, SO A LAPSED HOLD HOLDEXPR HAS NOT YET SWEPT UP
      *>    RESTRICTS NOTHING.  A FAILED SUM REFUSES THE ITEM - IT
      *>    MUST NEVER POST AS THOUGH THE ACCOUNT CARRIED NO HOLDS
           MOVE 0 TO WS-HOLD-AMOUNT.
           MOVE 'Y' TO WS-HOLD-CHECK.
           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
               INTO :WS-HOLD-AMOUNT
               FROM ACCOUNT_HOLDS
               WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
               AND HOLD_STATUS = 'A'
               AND (EXPIRY_DATE IS NULL
                    OR EXPIRY_DATE >= CURRENT_DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-HOLD-CHECK
           END-IF.

       234-POST-TRANSFER.
      *>    Both sides are retrieved and proved good before either leg
      *>    updates ACCOUNTS - the debit side takes the same overdraft
      *>    check as a plain withdrawal and the credit side the same
      *>    status check as a plain deposit
           EXEC SQL
               SELECT ACCOUNT_BALANCE, OVERDRAFT_LIMIT, ACCOUNT_STATUS,
                      ACCOUNT_TYPE
               INTO :WS-CURRENT-BALANCE, :WS-OVERDRAFT-LIMIT,
                    :WS-ACCT-STATUS, :WS-ACCT-TYPE
               FROM ACCOUNTS
               WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
           END-EXEC.
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 278-LOG-TRANSFER-REJECTED
           ELSE
               PERFORM 233-SUM-ACTIVE-HOLDS
               IF HOLD-CHECK-OK AND WS-ACCT-TYPE = 'T'
                   PERFORM 239-CHECK-TERM-DEPOSIT
               END-IF
               COMPUTE WS-NEW-BALANCE =
                   WS-CURRENT-BALANCE - WS-TXN-AMOUNT
                   - WS-PENALTY-AMOUNT
               IF NOT HOLD-CHECK-OK
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 255-LOG-POST-ERROR
               ELSE
                   IF CD-WITHDRAWAL-BARRED
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM 281-LOG-TERM-DEPOSIT-REJECTED
                   ELSE
                       IF (WS-NEW-BALANCE - WS-HOLD-AMOUNT) <
                          (0 - WS-OVERDRAFT-LIMIT)
                           ADD 1 TO WS-ERROR-COUNT
                           PERFORM 277-LOG-OVERDRAFT-REJECTED
                       ELSE
                           COMPUTE WS-TO-NEW-BALANCE =
                               WS-TO-CURRENT-BALANCE + WS-TXN-AMOUNT
                           PERFORM 236-APPLY-TRANSFER
                       END-IF
                   END-IF
               END-IF
           END-IF.

               PERFORM 255-LOG-POST-ERROR
           ELSE
               PERFORM 238-INSERT-TRANSFER-ROWS
               IF CD-WITHDRAWAL-PENALTY
                   PERFORM 246-INSERT-PENALTY-RECORD
               END-IF
               ADD 1 TO WS-SUCCESS-COUNT
               PERFORM 252-LOG-TRANSFER-SUCCESS
           END-IF.
           ADD 1 TO WS-STL-CREDIT-COUNT.
           ADD WS-TXN-AMOUNT TO WS-STL-CREDIT-AMT.

       239-CHECK-TERM-DEPOSIT.
      *>    Only a CD still inside its term restricts the debit - a
      *>    matured CD (no 'A' row, or the maturity date reached
      *>    before CDMATURE has run) is money on deposit like any
      *>    other.  Any other SQL failure bars the item rather than
      *>    let an unpriced early withdrawal through.  An ACH debit
      *>    can carry no penalty agreement, so it is always returned
      *>    as a non-transaction account
           MOVE SPACES TO TDR-MATURITY-DATE.
           MOVE 0 TO TDR-PENALTY-DAYS.
           EXEC SQL
               SELECT T.PENALTY_DAYS, CHAR(T.MATURITY_DATE, ISO),
                      A.INTEREST_RATE
               INTO :TDR-PENALTY-DAYS, :TDR-MATURITY-DATE,
                    :ACR-INTEREST-RATE
               FROM TERM_DEPOSITS T, ACCOUNTS A
               WHERE T.ACCOUNT_NUMBER = :WS-ACCT-NUMBER
               AND A.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
               AND T.TERM_STATUS = 'A'
               AND T.MATURITY_DATE > CURRENT_DATE
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'N' TO WS-CD-WITHDRAWAL
           ELSE IF SQLCODE NOT = 0
               MOVE 'B' TO WS-CD-WITHDRAWAL
           ELSE IF TDR-PENALTY-DAYS = 0 OR WS-ACH-TRACE NOT = SPACES
               MOVE 'B' TO WS-CD-WITHDRAWAL
           ELSE
               MOVE 'P' TO WS-CD-WITHDRAWAL
               COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                   WS-TXN-AMOUNT * ACR-INTEREST-RATE
                   * TDR-PENALTY-DAYS / 365
           END-IF.

       240-UPDATE-BALANCE-AND-LOG.
           EXEC SQL
               UPDATE ACCOUNTS

           IF SQLCODE = 0
               PERFORM 245-INSERT-TRANSACTION-RECORD
               IF CD-WITHDRAWAL-PENALTY
                   PERFORM 246-INSERT-PENALTY-RECORD
               END-IF
               ADD 1 TO WS-SUCCESS-COUNT
               PERFORM 250-LOG-POST-SUCCESS
           ELSE
               ADD WS-TXN-AMOUNT TO WS-STL-DEBIT-AMT
           END-IF.

       246-INSERT-PENALTY-RECORD.
      *>    THE PENALTY WAS ALREADY TAKEN OFF THE BALANCE WITH THE
      *>    WITHDRAWAL ITSELF - THIS IS ITS OWN 'F' ROW, SO GLEXTRCT
      *>    BOOKS IT TO FEE INCOME AND THE STATEMENT SHOWS IT APART
      *>    FROM THE AMOUNT THE CUSTOMER ACTUALLY RECEIVED
           EXEC SQL
               INSERT INTO TRANSACTIONS
                   (TRANSACTION_ID, ACCOUNT_NUMBER,
                    TRANSACTION_TYPE, TRANSACTION_AMT,
                    TRANSACTION_DATE, TRANSACTION_TIME, STATUS,
                    BRANCH_ID)
               VALUES
                   ('PEN' || :WS-EXECUTION-DATE ||
                    :WS-RECORD-COUNT,
                    :WS-ACCT-NUMBER, 'F', :WS-PENALTY-AMOUNT,
                    CURRENT_DATE, CURRENT_TIME, 'C',
                    :WS-BATCH-BRANCH)
           END-EXEC.

           ADD 1 TO WS-STL-DEBIT-COUNT.
           ADD WS-PENALTY-AMOUNT TO WS-STL-DEBIT-AMT.

           MOVE WS-PENALTY-AMOUNT TO WS-PENALTY-AMT-DISPLAY.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' CD EARLY WITHDRAWAL - Account: ' DELIMITED BY SIZE
               WS-ACCT-NUMBER DELIMITED BY SIZE
               ' Matures: ' DELIMITED BY SIZE
               TDR-MATURITY-DATE DELIMITED BY SIZE
               ' Penalty: ' DELIMITED BY SIZE
               WS-PENALTY-AMT-DISPLAY DELIMITED BY SIZE
               INTO TXN-OUTPUT-RECORD
           END-STRING.
           WRITE TXN-OUTPUT-RECORD.

       250-LOG-POST-SUCCESS.
           MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-DISPLAY.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 279-LOG-REVERSAL-REJECTED
           ELSE
      *>        DEBITS, FEES, ESCHEATMENTS AND LOAN CHARGE-OFFS TOOK
      *>        MONEY OFF THE ACCOUNT, SO THEIR REVERSAL CREDITS IT
      *>        BACK - CREDITS, INTEREST AND LOAN LATE CHARGES PUT
      *>        MONEY ON, SO THEIRS DEBITS IT BACK OUT
               IF WS-ORIG-TXN-TYPE = 'D' OR WS-ORIG-TXN-TYPE = 'F'
                  OR WS-ORIG-TXN-TYPE = 'E' OR WS-ORIG-TXN-TYPE = 'W'
                   MOVE 'C' TO WS-REVERSAL-TXN-TYPE
                   COMPUTE WS-NEW-BALANCE =
                       WS-CURRENT-BALANCE + WS-ORIG-AMOUNT
           END-STRING.
           WRITE TXN-OUTPUT-RECORD.

           IF WS-ACH-TRACE NOT = SPACES
               MOVE 'R03' TO WS-ACH-RETURN-REASON
               PERFORM 280-MARK-ACH-RETURN
           END-IF.

       276-LOG-ACCOUNT-INACTIVE.
           ADD 1 TO WS-STL-REJECT-COUNT.
           ADD WS-TXN-AMOUNT TO WS-STL-REJECT-AMT.
           END-STRING.
           WRITE TXN-OUTPUT-RECORD.

           IF WS-ACH-TRACE NOT = SPACES
               MOVE 'R02' TO WS-ACH-RETURN-REASON
               PERFORM 280-MARK-ACH-RETURN
           END-IF.

       277-LOG-OVERDRAFT-REJECTED.
           ADD 1 TO WS-STL-REJECT-COUNT.
           ADD WS-TXN-AMOUNT TO WS-STL-REJECT-AMT.
           MOVE WS-NEW-BALANCE TO WS-NEW-BALANCE-DISPLAY.
           MOVE WS-HOLD-AMOUNT TO WS-HOLD-AMT-DISPLAY.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' POST REJECTED - Overdraft exceeded: ' DELIMITED BY SIZE
               WS-ACCT-NUMBER DELIMITED BY SIZE
               ' Requested-Balance: ' DELIMITED BY SIZE
               WS-NEW-BALANCE-DISPLAY DELIMITED BY SIZE
               ' Held: ' DELIMITED BY SIZE
               WS-HOLD-AMT-DISPLAY DELIMITED BY SIZE
               INTO TXN-OUTPUT-RECORD
           END-STRING.
           WRITE TXN-OUTPUT-RECORD.

           IF WS-ACH-TRACE NOT = SPACES
               MOVE 'R01' TO WS-ACH-RETURN-REASON
               PERFORM 280-MARK-ACH-RETURN
           END-IF.

           PERFORM 282-CAPTURE-RETURNED-ITEM.

       278-LOG-TRANSFER-REJECTED.
      *>    NEITHER LEG HAS TOUCHED ACCOUNTS WHEN THIS IS WRITTEN -
      *>    THE TO-SIDE FAILED ITS EXISTENCE OR STATUS CHECK
           END-STRING.
           WRITE TXN-OUTPUT-RECORD.

       280-MARK-ACH-RETURN.
      *>    Only a row still passed to posting is marked - a second
      *>    reject of the same entry finds nothing to update, and
      *>    the reject line above already carries the posting story
           MOVE SPACES TO WS-ACH-RECEIVED-DATE.
           STRING WS-BATCH-BUS-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-BATCH-BUS-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-BATCH-BUS-DATE(7:2) DELIMITED BY SIZE
               INTO WS-ACH-RECEIVED-DATE
           END-STRING.

           EXEC SQL
               UPDATE ACH_ENTRIES
               SET ENTRY_STATUS = 'R',
                   RETURN_REASON = :WS-ACH-RETURN-REASON,
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE TRACE_NUMBER = :WS-ACH-TRACE
               AND RECEIVED_DATE = :WS-ACH-RECEIVED-DATE
               AND ENTRY_STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 0 AND SQLERRD(3) > 0
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' ACH RETURN MARKED - Trace: ' DELIMITED BY SIZE
                   WS-ACH-TRACE DELIMITED BY SIZE
                   ' Reason: ' DELIMITED BY SIZE
                   WS-ACH-RETURN-REASON DELIMITED BY SIZE
                   INTO TXN-OUTPUT-RECORD
               END-STRING
               WRITE TXN-OUTPUT-RECORD
           END-IF.

       281-LOG-TERM-DEPOSIT-REJECTED.
      *>    A DEBIT AGAINST A CD STILL IN ITS TERM THAT MAY NOT BE
      *>    TAKEN EARLY - NO PENALTY TERMS, AN ACH DEBIT, OR THE TERM
      *>    COULD NOT BE READ.  NOTHING HAS TOUCHED ACCOUNTS
           ADD 1 TO WS-STL-REJECT-COUNT.
           ADD WS-TXN-AMOUNT TO WS-STL-REJECT-AMT.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' POST REJECTED - CD in term: ' DELIMITED BY SIZE
               WS-ACCT-NUMBER DELIMITED BY SIZE
               ' Matures: ' DELIMITED BY SIZE
               TDR-MATURITY-DATE DELIMITED BY SIZE
               INTO TXN-OUTPUT-RECORD
           END-STRING.
           WRITE TXN-OUTPUT-RECORD.

           IF WS-ACH-TRACE NOT = SPACES
               MOVE 'R20' TO WS-ACH-RETURN-REASON
               PERFORM 280-MARK-ACH-RETURN
           END-IF.

       282-CAPTURE-RETURNED-ITEM.
      *>    THE ITEM REFUSED FOR INSUFFICIENT FUNDS GOES ON
      *>    RETURNED_ITEMS FOR NSFPROC TO CHARGE THE NSF FEE AND
      *>    NOTIFY THE CUSTOMER.  A STANDING ORDER ARRIVES AS A
      *>    TRANSFER IN STORDGEN'S 'SO' BATCH UNDER BRANCH 9999.
      *>    THE ITEM IS ALREADY COUNTED AND LOGGED AS REJECTED, SO A
      *>    ROW THAT CANNOT BE WRITTEN IS LOGGED BUT NOT COUNTED AGAIN
           IF WS-ACH-TRACE NOT = SPACES
               MOVE 'A' TO RTI-ITEM-TYPE
               MOVE WS-ACH-TRACE TO RTI-ITEM-REFERENCE
           ELSE IF TXN-IS-TRANSFER AND WS-BATCH-BRANCH = '9999' AND
                   WS-BATCH-ID(1:2) = 'SO'
               MOVE 'S' TO RTI-ITEM-TYPE
               MOVE SPACES TO RTI-ITEM-REFERENCE
           ELSE IF TXN-IS-TRANSFER
               MOVE 'T' TO RTI-ITEM-TYPE
               MOVE SPACES TO RTI-ITEM-REFERENCE
           ELSE
               MOVE 'D' TO RTI-ITEM-TYPE
               MOVE SPACES TO RTI-ITEM-REFERENCE
           END-IF.
           IF TXN-IS-TRANSFER
               MOVE WS-TO-ACCT-NUMBER TO RTI-PAYEE-ACCOUNT
           ELSE
               MOVE SPACES TO RTI-PAYEE-ACCOUNT
           END-IF.
           COMPUTE RTI-AVAILABLE-BAL =
               WS-CURRENT-BALANCE + WS-OVERDRAFT-LIMIT - WS-HOLD-AMOUNT.

           EXEC SQL
               INSERT INTO RETURNED_ITEMS
                   (RETURN_ID, ACCOUNT_NUMBER, RETURN_DATE,
                    ITEM_TYPE, ITEM_AMOUNT, AVAILABLE_BAL,
                    PAYEE_ACCOUNT, ITEM_REFERENCE, BATCH_ID,
                    BRANCH_ID, SOURCE_PROGRAM, ITEM_STATUS,
                    FEE_AMOUNT, LAST_UPDATE_DATE, LAST_UPDATE_TIME)
               VALUES
                   ('RTN' || :WS-EXECUTION-DATE ||
                    :WS-RECORD-COUNT,
                    :WS-ACCT-NUMBER, :RCT-BUSINESS-DATE,
                    :RTI-ITEM-TYPE, :WS-TXN-AMOUNT,
                    :RTI-AVAILABLE-BAL,
                    NULLIF(:RTI-PAYEE-ACCOUNT, ' '),
                    NULLIF(:RTI-ITEM-REFERENCE, ' '),
                    :WS-BATCH-ID, :WS-BATCH-BRANCH, 'TRANPOST', 'N',
                    0, CURRENT_DATE, CURRENT_TIME)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' RETURNED ITEM NOT RECORDED - Account: '
                       DELIMITED BY SIZE
                   WS-ACCT-NUMBER DELIMITED BY SIZE
                   ' SQLCODE=' DELIMITED BY SIZE
                   ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
                   INTO TXN-OUTPUT-RECORD
               END-STRING
               WRITE TXN-OUTPUT-RECORD
           END-IF.

       300-FINALIZATION.
           CLOSE TRANSACTION-INPUT-FILE.
           CLOSE TRANSACTION-OUTPUT-FILE.
           CLOSE SETTLEMENT-OUTPUT-FILE.

           IF WS-SUSPECT-COUNT = 0
               MOVE 'NO SUSPECTED DUPLICATE BATCHES' TO DUP-REVIEW-LINE
           ELSE
               STRING 'BATCHES HELD FOR REVIEW: ' DELIMITED BY SIZE
                   WS-SUSPECT-COUNT DELIMITED BY SIZE
                   ' - TO FORCE-RELEASE, RESTAMP THE HELD REGISTRY '
                       DELIMITED BY SIZE
                   'ROW ''O'' AND RESUBMIT THE BATCH' DELIMITED BY SIZE
                   INTO DUP-REVIEW-LINE
               END-STRING
           END-IF.
           WRITE DUP-REVIEW-LINE.
           CLOSE DUPLICATE-REVIEW-FILE.

           PERFORM 310-CLOSE-RUN-CONTROL.

           DISPLAY 'TRANPOST: Processing Complete'.
           DISPLAY 'Failed: ' WS-ERROR-COUNT.
           DISPLAY 'Dormant Reactivation Events: '
               WS-REACTIVATION-COUNT.
           DISPLAY 'Batches Held As Duplicates: ' WS-SUSPECT-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
