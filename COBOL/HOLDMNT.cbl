       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-INPUT-FILE
               ASSIGN TO UT-S-HOLDIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-OUTPUT-FILE
               ASSIGN TO UT-S-HOLDOUT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO UT-S-CKPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *>    COL 1 ACTION (C PLACE / U AMEND / R RETRIEVE / D RELEASE),
      *>    COLS 2-9 HOLD ID, COLS 10-21 ACCOUNT, COLS 22-34 AMOUNT
      *>    (9(11)V99), COL 35 REASON (G/L/D/C), COLS 36-43 EXPIRY
      *>    DATE (YYYYMMDD, ZEROS OR BLANK = OPEN-ENDED), COLS 44-47
      *>    PLACING BRANCH.  AN AMEND CARRIES A NEW AMOUNT AND/OR A
      *>    NEW EXPIRY DATE - ZEROS IN EITHER LEAVES IT UNCHANGED
       FD HOLD-INPUT-FILE.
       01 HLD-INPUT-RECORD            PIC X(100).

       FD HOLD-OUTPUT-FILE.
       01 HLD-OUTPUT-RECORD           PIC X(150).

      *>    CONTROL CARD: COLS 1-8 COMMIT INTERVAL, 9-16 RESTART COUNT
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

      *>    CHECKPOINT TRAIL - ONE LINE WRITTEN PER COMMIT INTERVAL
       FD CHECKPOINT-FILE.
       01 CKPT-OUTPUT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'HOLDMNT'.
           05 WS-VERSION              PIC X(5) VALUE '1.0.0'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).

       01 WS-FILE-CONTROL.
           05 WS-EOF-HOLDIN           PIC X VALUE 'N'.
               88 HOLDIN-EOF              VALUE 'Y'.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-RECORD-COUNT         PIC 9(8) VALUE 0.
           05 WS-SUCCESS-COUNT        PIC 9(8) VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.

      *>    COMMIT-INTERVAL CHECKPOINT / RESTART CONTROL
       01 WS-CHECKPOINT-CONTROL.
           05 WS-COMMIT-INTERVAL      PIC 9(8) VALUE 100.
           05 WS-RESTART-COUNT        PIC 9(8) VALUE 0.
           05 WS-SINCE-LAST-COMMIT    PIC 9(8) VALUE 0.

       COPY ACCTREC.
       COPY HOLDREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       01 WS-HOLD-VARS.
           05 WS-HOLD-ID              PIC X(8).
           05 WS-HOLD-ACCOUNT         PIC X(12).
           05 WS-HOLD-AMOUNT          PIC S9(11)V99 COMP-3.
           05 WS-INPUT-AMT-DISPLAY    PIC 9(11)V99.
           05 WS-REASON-CODE          PIC X(1).
           05 WS-EXPIRY-INPUT         PIC X(8).
           05 WS-EXPIRY-ISO           PIC X(10).
           05 WS-HOLD-BRANCH          PIC X(4).
      *>    BEFORE-IMAGE OF AN AMENDED HOLD - THE AUDIT LINE CARRIES
      *>    BOTH THE OLD AND THE NEW AMOUNT AND EXPIRY
           05 WS-OLD-HOLD-AMOUNT      PIC S9(11)V99 COMP-3.
           05 WS-OLD-EXPIRY-ISO       PIC X(10).
           05 WS-OLD-HOLD-STATUS      PIC X(1).
      *>    STATUS OF THE ACCOUNT NAMED ON A PLACE - IT MUST EXIST ON
      *>    ACCOUNTS AND NOT BE CLOSED BEFORE A HOLD CAN GO ON IT
           05 WS-EDIT-ACCT-STATUS     PIC X(1).
      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO PACKED-DECIMAL
      *>    AMOUNTS ARE MOVED HERE BEFORE BEING LOGGED
           05 WS-HOLD-AMT-DISPLAY     PIC -9(11).99.
           05 WS-OLD-AMT-DISPLAY      PIC -9(11).99.

      *>    STAGING FIELD FOR THE YYYYMMDD-TO-ISO CONVERSION
       01 WS-DATE-WORK.
           05 WS-DATE-YMD-X           PIC X(8).
           05 WS-DATE-ISO             PIC X(10).

       01 WS-ACTION-FLAG.
           05 WS-ACTION               PIC X(1).
               88 ACTION-CREATE           VALUE 'C'.
               88 ACTION-UPDATE           VALUE 'U'.
               88 ACTION-RETRIEVE         VALUE 'R'.
               88 ACTION-DELETE           VALUE 'D'.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-HOLDS.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-SUCCESS-COUNT.
           MOVE 0 TO WS-ERROR-COUNT.

           PERFORM 105-REGISTER-RUN.

           PERFORM 110-READ-CONTROL-CARD.

           OPEN INPUT HOLD-INPUT-FILE.

      *>    ON A RESTART THE PRIOR RUN'S OUTPUT LOG AND CHECKPOINT TRAIL
      *>    MUST SURVIVE - OPEN FOR EXTEND RATHER THAN TRUNCATING THEM
           IF WS-RESTART-COUNT > 0
               OPEN EXTEND HOLD-OUTPUT-FILE
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT HOLD-OUTPUT-FILE
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.

           DISPLAY 'HOLDMNT: Starting Account Hold Maintenance'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Time: ' WS-EXECUTION-TIME.
           DISPLAY 'Commit Interval: ' WS-COMMIT-INTERVAL.
           DISPLAY 'Restart Count: ' WS-RESTART-COUNT.

       105-REGISTER-RUN.
      *>    ONE RUN PER PROGRAM PER BUSINESS DATE - REFUSE TO START IF
      *>    THIS PROGRAM ALREADY FINISHED FOR TODAY, UNLESS AN
      *>    OPERATOR HAS RESTAMPED THE ROW 'O' TO AUTHORIZE THE RERUN
           MOVE WS-PROGRAM-NAME TO RCT-PROGRAM-NAME.
           MOVE SPACES TO RCT-PREDECESSOR.
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
                   DISPLAY 'HOLDMNT: Run refused - already completed'
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
               DISPLAY 'HOLDMNT: Run refused - predecessor '
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
      *>    COLS 1-8 COMMIT INTERVAL, COLS 9-16 RESTART RECORD COUNT -
      *>    THE CONTROL CARD DD MAY NOT BE ALLOCATED AT ALL, IN WHICH
      *>    CASE THE RUN PROCEEDS WITH THE DEFAULTS BELOW
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   MOVE CTL-CARD-RECORD(1:8) TO WS-COMMIT-INTERVAL
                   MOVE CTL-CARD-RECORD(9:8) TO WS-RESTART-COUNT
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

           IF WS-COMMIT-INTERVAL = 0
               MOVE 100 TO WS-COMMIT-INTERVAL
           END-IF.

       200-PROCESS-HOLDS.
           PERFORM 205-SKIP-COMMITTED-RECORDS.

           READ HOLD-INPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-HOLDIN
           END-READ.

           PERFORM UNTIL HOLDIN-EOF
               ADD 1 TO WS-RECORD-COUNT

               PERFORM 210-PARSE-INPUT-RECORD
               PERFORM 220-VALIDATE-ACTION

               IF INVALID-TRANSACTION
                   PERFORM 270-LOG-INVALID-ACTION
               ELSE IF WS-ACTION = 'C'
                   PERFORM 230-PLACE-HOLD
               ELSE IF WS-ACTION = 'U'
                   PERFORM 240-AMEND-HOLD
               ELSE IF WS-ACTION = 'R'
                   PERFORM 250-RETRIEVE-HOLD
               ELSE IF WS-ACTION = 'D'
                   PERFORM 260-RELEASE-HOLD
               END-IF

               PERFORM 280-CHECK-COMMIT

               READ HOLD-INPUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-HOLDIN
               END-READ
           END-PERFORM.

           IF WS-SINCE-LAST-COMMIT > 0
               PERFORM 285-COMMIT-CHECKPOINT
           END-IF.

       205-SKIP-COMMITTED-RECORDS.
      *>    RESTART: RE-READ AND DISCARD RECORDS ALREADY COMMITTED ON
      *>    THE PRIOR RUN WITHOUT REPROCESSING THEM
           IF WS-RESTART-COUNT > 0
               PERFORM UNTIL WS-RECORD-COUNT >= WS-RESTART-COUNT
                          OR HOLDIN-EOF
                   READ HOLD-INPUT-FILE
                       AT END MOVE 'Y' TO WS-EOF-HOLDIN
                   END-READ
                   IF NOT HOLDIN-EOF
                       ADD 1 TO WS-RECORD-COUNT
                   END-IF
               END-PERFORM
               DISPLAY 'HOLDMNT: Restart - skipped '
                   WS-RECORD-COUNT ' previously committed records'
           END-IF.

       210-PARSE-INPUT-RECORD.
           MOVE HLD-INPUT-RECORD(1:1) TO WS-ACTION.
           MOVE HLD-INPUT-RECORD(2:8) TO WS-HOLD-ID.
           MOVE HLD-INPUT-RECORD(10:12) TO WS-HOLD-ACCOUNT.
           MOVE 0 TO WS-HOLD-AMOUNT.
           IF HLD-INPUT-RECORD(22:13) NUMERIC
               MOVE HLD-INPUT-RECORD(22:13) TO WS-INPUT-AMT-DISPLAY
               MOVE WS-INPUT-AMT-DISPLAY TO WS-HOLD-AMOUNT
           END-IF.
           MOVE HLD-INPUT-RECORD(35:1) TO WS-REASON-CODE.
           MOVE HLD-INPUT-RECORD(36:8) TO WS-EXPIRY-INPUT.
           MOVE HLD-INPUT-RECORD(44:4) TO WS-HOLD-BRANCH.

           IF WS-EXPIRY-INPUT NUMERIC AND
              WS-EXPIRY-INPUT NOT = '00000000'
               MOVE WS-EXPIRY-INPUT TO WS-DATE-YMD-X
               PERFORM 234-CONVERT-DATE-TO-ISO
               MOVE WS-DATE-ISO TO WS-EXPIRY-ISO
           ELSE
               MOVE SPACES TO WS-EXPIRY-ISO
           END-IF.

       220-VALIDATE-ACTION.
           MOVE 'Y' TO WS-VALID-TRANSACTION.

           IF WS-ACTION NOT = 'C' AND
              WS-ACTION NOT = 'U' AND
              WS-ACTION NOT = 'R' AND
              WS-ACTION NOT = 'D'
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           IF WS-HOLD-ID = SPACES
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           IF VALID-TRANSACTION AND ACTION-CREATE
               PERFORM 222-VALIDATE-PLACE-FIELDS
           END-IF.

      *>    AN AMEND MUST CHANGE SOMETHING, AND A NEW EXPIRY MAY NOT
      *>    ALREADY HAVE PASSED
           IF VALID-TRANSACTION AND ACTION-UPDATE
               IF WS-HOLD-AMOUNT = 0 AND WS-EXPIRY-ISO = SPACES
                   MOVE 'N' TO WS-VALID-TRANSACTION
               END-IF
               IF WS-EXPIRY-ISO NOT = SPACES AND
                  WS-EXPIRY-INPUT NOT > WS-EXECUTION-DATE
                   MOVE 'N' TO WS-VALID-TRANSACTION
               END-IF
           END-IF.

       222-VALIDATE-PLACE-FIELDS.
      *>    FIELD-LEVEL EDITS - REJECT BEFORE WE EVER TOUCH DB2.  A
      *>    HOLD THAT EXPIRES TODAY OR EARLIER WOULD NEVER RESTRICT
      *>    ANYTHING AND IS TREATED AS A KEYING ERROR
           IF WS-HOLD-ACCOUNT = SPACES
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           IF WS-HOLD-AMOUNT NOT > 0
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           MOVE WS-REASON-CODE TO AHR-REASON-CHECK.
           IF NOT AHR-REASON-IS-VALID
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           IF WS-EXPIRY-ISO NOT = SPACES AND
              WS-EXPIRY-INPUT NOT > WS-EXECUTION-DATE
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           IF WS-HOLD-BRANCH = SPACES
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

      *>    THE ACCOUNT MUST EXIST - A GARNISHMENT OR LEVY MAY BE
      *>    SERVED ON A DORMANT ACCOUNT, BUT NOT ON A CLOSED ONE
           IF VALID-TRANSACTION
               PERFORM 224-VALIDATE-HOLD-ACCOUNT
           END-IF.

       224-VALIDATE-HOLD-ACCOUNT.
           EXEC SQL
               SELECT ACCOUNT_STATUS
               INTO :WS-EDIT-ACCT-STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_NUMBER = :WS-HOLD-ACCOUNT
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-EDIT-ACCT-STATUS = 'I'
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

       230-PLACE-HOLD.
      *>    A BLANK EXPIRY INSERTS AS NULL - THE HOLD STANDS UNTIL
      *>    RELEASED HERE
           EXEC SQL
               INSERT INTO ACCOUNT_HOLDS
                   (HOLD_ID, ACCOUNT_NUMBER, HOLD_AMOUNT, REASON_CODE,
                    EXPIRY_DATE, HOLD_STATUS, BRANCH_ID, PLACED_DATE,
                    LAST_UPDATE_DATE, LAST_UPDATE_TIME)
               VALUES
                   (:WS-HOLD-ID, :WS-HOLD-ACCOUNT, :WS-HOLD-AMOUNT,
                    :WS-REASON-CODE,
                    NULLIF(:WS-EXPIRY-ISO, ' '),
                    'A', :WS-HOLD-BRANCH,
                    CURRENT_DATE, CURRENT_DATE, CURRENT_TIME)
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 235-LOG-PLACE-SUCCESS
               ADD 1 TO WS-SUCCESS-COUNT
           ELSE
               PERFORM 236-LOG-PLACE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       234-CONVERT-DATE-TO-ISO.
           STRING WS-DATE-YMD-X(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-DATE-YMD-X(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-DATE-YMD-X(7:2) DELIMITED BY SIZE
               INTO WS-DATE-ISO
           END-STRING.

       235-LOG-PLACE-SUCCESS.
           MOVE WS-HOLD-AMOUNT TO WS-HOLD-AMT-DISPLAY.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' PLACE SUCCESS - Hold: ' DELIMITED BY SIZE
               WS-HOLD-ID DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               WS-HOLD-ACCOUNT DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-HOLD-AMT-DISPLAY DELIMITED BY SIZE
               ' Reason: ' DELIMITED BY SIZE
               WS-REASON-CODE DELIMITED BY SIZE
               ' Expiry: ' DELIMITED BY SIZE
               WS-EXPIRY-ISO DELIMITED BY SIZE
               ' Branch: ' DELIMITED BY SIZE
               WS-HOLD-BRANCH DELIMITED BY SIZE
               INTO HLD-OUTPUT-RECORD
           END-STRING.
           WRITE HLD-OUTPUT-RECORD.

       236-LOG-PLACE-ERROR.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' PLACE ERROR - Hold: ' DELIMITED BY SIZE
               WS-HOLD-ID DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO HLD-OUTPUT-RECORD
           END-STRING.
           WRITE HLD-OUTPUT-RECORD.

       240-AMEND-HOLD.
      *>    Capture the before-image of the hold first so the audit
      *>    trail records both old and new values.  Only an active
      *>    hold may be amended - a released or expired one is history
           EXEC SQL
               SELECT HOLD_AMOUNT,
                      COALESCE(CHAR(EXPIRY_DATE, ISO), ' '),
                      HOLD_STATUS
               INTO :WS-OLD-HOLD-AMOUNT, :WS-OLD-EXPIRY-ISO,
                    :WS-OLD-HOLD-STATUS
               FROM ACCOUNT_HOLDS
               WHERE HOLD_ID = :WS-HOLD-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 246-LOG-AMEND-ERROR
           ELSE IF WS-OLD-HOLD-STATUS NOT = 'A'
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 247-LOG-AMEND-NOT-ACTIVE
           ELSE
               PERFORM 242-APPLY-AMEND
           END-IF.

       242-APPLY-AMEND.
      *>    ZEROS IN EITHER FIELD LEAVE IT AS IT STANDS - RESOLVE THE
      *>    AFTER-IMAGE FROM THE BEFORE-IMAGE AND UPDATE BOTH COLUMNS
           IF WS-HOLD-AMOUNT = 0
               MOVE WS-OLD-HOLD-AMOUNT TO WS-HOLD-AMOUNT
           END-IF.
           IF WS-EXPIRY-ISO = SPACES
               MOVE WS-OLD-EXPIRY-ISO TO WS-EXPIRY-ISO
           END-IF.

           EXEC SQL
               UPDATE ACCOUNT_HOLDS
               SET HOLD_AMOUNT = :WS-HOLD-AMOUNT,
                   EXPIRY_DATE = NULLIF(:WS-EXPIRY-ISO, ' '),
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE HOLD_ID = :WS-HOLD-ID
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-SUCCESS-COUNT
               PERFORM 245-LOG-AMEND-AUDIT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 246-LOG-AMEND-ERROR
           END-IF.

       245-LOG-AMEND-AUDIT.
      *>    STRUCTURED BEFORE/AFTER AUDIT IMAGE - HOLD, OLD AMOUNT,
      *>    NEW AMOUNT, OLD EXPIRY, NEW EXPIRY, TIME
           MOVE WS-OLD-HOLD-AMOUNT TO WS-OLD-AMT-DISPLAY.
           MOVE WS-HOLD-AMOUNT TO WS-HOLD-AMT-DISPLAY.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' AMEND SUCCESS - Hold: ' DELIMITED BY SIZE
               WS-HOLD-ID DELIMITED BY SIZE
               ' Old-Amount: ' DELIMITED BY SIZE
               WS-OLD-AMT-DISPLAY DELIMITED BY SIZE
               ' New-Amount: ' DELIMITED BY SIZE
               WS-HOLD-AMT-DISPLAY DELIMITED BY SIZE
               ' Old-Expiry: ' DELIMITED BY SIZE
               WS-OLD-EXPIRY-ISO DELIMITED BY SIZE
               ' New-Expiry: ' DELIMITED BY SIZE
               WS-EXPIRY-ISO DELIMITED BY SIZE
               ' Time: ' DELIMITED BY SIZE
               WS-EXECUTION-TIME DELIMITED BY SIZE
               INTO HLD-OUTPUT-RECORD
           END-STRING.
           WRITE HLD-OUTPUT-RECORD.

       246-LOG-AMEND-ERROR.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' AMEND ERROR - Hold: ' DELIMITED BY SIZE
               WS-HOLD-ID DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO HLD-OUTPUT-RECORD
           END-STRING.
           WRITE HLD-OUTPUT-RECORD.

       247-LOG-AMEND-NOT-ACTIVE.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' AMEND REJECTED - Hold not active: ' DELIMITED BY SIZE
               WS-HOLD-ID DELIMITED BY SIZE
               ' Status: ' DELIMITED BY SIZE
               WS-OLD-HOLD-STATUS DELIMITED BY SIZE
               INTO HLD-OUTPUT-RECORD
           END-STRING.
           WRITE HLD-OUTPUT-RECORD.

       250-RETRIEVE-HOLD.
           EXEC SQL
               SELECT ACCOUNT_NUMBER, HOLD_AMOUNT, REASON_CODE,
                      COALESCE(CHAR(EXPIRY_DATE, ISO), ' '),
                      HOLD_STATUS, BRANCH_ID, CHAR(PLACED_DATE, ISO)
               INTO :AHR-ACCOUNT-NUMBER, :AHR-HOLD-AMOUNT,
                    :AHR-REASON-CODE, :AHR-EXPIRY-DATE,
                    :AHR-HOLD-STATUS, :AHR-BRANCH-ID,
                    :AHR-PLACED-DATE
               FROM ACCOUNT_HOLDS
               WHERE HOLD_ID = :WS-HOLD-ID
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-SUCCESS-COUNT
               MOVE AHR-HOLD-AMOUNT TO WS-HOLD-AMT-DISPLAY
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' RETRIEVE SUCCESS - Hold: ' DELIMITED BY SIZE
                   WS-HOLD-ID DELIMITED BY SIZE
                   ' Account: ' DELIMITED BY SIZE
                   AHR-ACCOUNT-NUMBER DELIMITED BY SIZE
                   ' Status: ' DELIMITED BY SIZE
                   AHR-HOLD-STATUS DELIMITED BY SIZE
                   ' Amount: ' DELIMITED BY SIZE
                   WS-HOLD-AMT-DISPLAY DELIMITED BY SIZE
                   ' Reason: ' DELIMITED BY SIZE
                   AHR-REASON-CODE DELIMITED BY SIZE
                   ' Placed: ' DELIMITED BY SIZE
                   AHR-PLACED-DATE DELIMITED BY SIZE
                   ' Expiry: ' DELIMITED BY SIZE
                   AHR-EXPIRY-DATE DELIMITED BY SIZE
                   INTO HLD-OUTPUT-RECORD
               END-STRING
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' RETRIEVE ERROR - Hold not found: '
                       DELIMITED BY SIZE
                   WS-HOLD-ID DELIMITED BY SIZE
                   INTO HLD-OUTPUT-RECORD
               END-STRING
           END-IF.
           WRITE HLD-OUTPUT-RECORD.

       260-RELEASE-HOLD.
      *>    Release is a soft delete - the hold stays on the table as
      *>    history with status 'R' and its release date, and no
      *>    available-balance sum counts it again.  Only an active
      *>    hold can be released
           EXEC SQL
               UPDATE ACCOUNT_HOLDS
               SET HOLD_STATUS = 'R',
                   RELEASED_DATE = CURRENT_DATE,
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE HOLD_ID = :WS-HOLD-ID
               AND HOLD_STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-SUCCESS-COUNT
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' RELEASE SUCCESS - Hold: ' DELIMITED BY SIZE
                   WS-HOLD-ID DELIMITED BY SIZE
                   INTO HLD-OUTPUT-RECORD
               END-STRING
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' RELEASE ERROR - Hold: ' DELIMITED BY SIZE
                   WS-HOLD-ID DELIMITED BY SIZE
                   ' SQLCODE=' DELIMITED BY SIZE
                   ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
                   INTO HLD-OUTPUT-RECORD
               END-STRING
           END-IF.
           WRITE HLD-OUTPUT-RECORD.

       270-LOG-INVALID-ACTION.
      *>    CATCHES BOTH AN UNRECOGNIZED ACTION CODE AND A RECORD
      *>    THAT FAILED FIELD-LEVEL EDIT IN 220/222
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' VALIDATION REJECTED - Hold: ' DELIMITED BY SIZE
               WS-HOLD-ID DELIMITED BY SIZE
               ' Action: ' DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               WS-HOLD-ACCOUNT DELIMITED BY SIZE
               INTO HLD-OUTPUT-RECORD
           END-STRING.
           WRITE HLD-OUTPUT-RECORD.
           ADD 1 TO WS-ERROR-COUNT.

       280-CHECK-COMMIT.
           ADD 1 TO WS-SINCE-LAST-COMMIT.
           IF WS-SINCE-LAST-COMMIT >= WS-COMMIT-INTERVAL
               PERFORM 285-COMMIT-CHECKPOINT
           END-IF.

       285-COMMIT-CHECKPOINT.
      *>    COMMIT THE UNIT OF WORK AND DROP A RESTART CHECKPOINT
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO WS-SINCE-LAST-COMMIT.
           PERFORM 286-WRITE-CHECKPOINT-RECORD.

       286-WRITE-CHECKPOINT-RECORD.
           STRING 'CHECKPOINT ' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EXECUTION-TIME DELIMITED BY SIZE
               ' RECORDS-COMMITTED=' DELIMITED BY SIZE
               WS-RECORD-COUNT DELIMITED BY SIZE
               INTO CKPT-OUTPUT-RECORD
           END-STRING.
           WRITE CKPT-OUTPUT-RECORD.

       300-FINALIZATION.
           CLOSE HOLD-INPUT-FILE.
           CLOSE HOLD-OUTPUT-FILE.
           CLOSE CHECKPOINT-FILE.

           PERFORM 310-CLOSE-RUN-CONTROL.

           DISPLAY 'HOLDMNT: Processing Complete'.
           DISPLAY 'Records Processed: ' WS-RECORD-COUNT.
           DISPLAY 'Successful: ' WS-SUCCESS-COUNT.
           DISPLAY 'Failed: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       310-CLOSE-RUN-CONTROL.
      *>    CLOSE THE RUN_CONTROL ROW OUT WITH THE RUN'S COUNTS - 'C'
      *>    FOR A CLEAN RUN, 'E' WHEN RECORD-LEVEL ERRORS WERE LOGGED,
      *>    EITHER OF WHICH SATISFIES A SUCCESSOR'S PREDECESSOR CHECK
           MOVE WS-RECORD-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-SUCCESS-COUNT TO RCT-SUCCESS-COUNT.
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
