       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-INPUT-FILE
               ASSIGN TO UT-S-PRICIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-OUTPUT-FILE
               ASSIGN TO UT-S-PRICOUT
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
      *>    COL 1 ACTION (C NEW VERSION / U AMEND / R RETRIEVE /
      *>    D WITHDRAW), COL 2 ACCOUNT TYPE, COLS 3-10 EFFECTIVE-FROM
      *>    DATE (YYYYMMDD), COLS 11-18 OPERATOR ID, THEN THE PRICING
      *>    FIELDS LAID OUT IN WS-PRICE-INPUT BELOW.  ON A NEW VERSION
      *>    A BLANK PRICING FIELD CARRIES THE VALUE FORWARD FROM THE
      *>    VERSION IT SUPERSEDES; ON AN AMEND A BLANK FIELD IS LEFT AS
      *>    IT STANDS.  A NUMERIC FIELD - ZEROS INCLUDED - SETS IT
       FD PRICE-INPUT-FILE.
       01 PRI-INPUT-RECORD            PIC X(200).

       FD PRICE-OUTPUT-FILE.
       01 PRI-OUTPUT-RECORD           PIC X(300).

      *>    CONTROL CARD: COLS 1-8 COMMIT INTERVAL, 9-16 RESTART COUNT
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

      *>    CHECKPOINT TRAIL - ONE LINE WRITTEN PER COMMIT INTERVAL
       FD CHECKPOINT-FILE.
       01 CKPT-OUTPUT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'PRICEMNT'.
           05 WS-VERSION              PIC X(5) VALUE '1.0.0'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).

       01 WS-FILE-CONTROL.
           05 WS-EOF-PRICIN           PIC X VALUE 'N'.
               88 PRICIN-EOF              VALUE 'Y'.
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
       COPY PRICREC.
       COPY SQLCA.
       COPY ERRHDLR.

      *>    THE INPUT RECORD BROKEN OUT - EACH NUMERIC FIELD IS TESTED
      *>    NUMERIC ON ITS CHARACTER FORM BEFORE THE NUMERIC REDEFINE
      *>    IS TRUSTED.  AMOUNTS ARE IMPLIED-DECIMAL, RATES 9V9(4)
       01 WS-PRICE-INPUT.
           05 WS-IN-ACTION            PIC X(1).
           05 WS-IN-TYPE              PIC X(1).
           05 WS-IN-EFFECTIVE         PIC X(8).
           05 WS-IN-OPERATOR          PIC X(8).
           05 WS-IN-PRODUCT-NAME      PIC X(20).
           05 WS-IN-TIER-1-LIMIT-X    PIC X(13).
           05 WS-IN-TIER-1-LIMIT REDEFINES WS-IN-TIER-1-LIMIT-X
                                      PIC 9(11)V99.
           05 WS-IN-TIER-1-RATE-X     PIC X(5).
           05 WS-IN-TIER-1-RATE REDEFINES WS-IN-TIER-1-RATE-X
                                      PIC 9V9(4).
           05 WS-IN-TIER-2-LIMIT-X    PIC X(13).
           05 WS-IN-TIER-2-LIMIT REDEFINES WS-IN-TIER-2-LIMIT-X
                                      PIC 9(11)V99.
           05 WS-IN-TIER-2-RATE-X     PIC X(5).
           05 WS-IN-TIER-2-RATE REDEFINES WS-IN-TIER-2-RATE-X
                                      PIC 9V9(4).
           05 WS-IN-TIER-3-RATE-X     PIC X(5).
           05 WS-IN-TIER-3-RATE REDEFINES WS-IN-TIER-3-RATE-X
                                      PIC 9V9(4).
           05 WS-IN-MAINT-FEE-X       PIC X(7).
           05 WS-IN-MAINT-FEE REDEFINES WS-IN-MAINT-FEE-X
                                      PIC 9(5)V99.
           05 WS-IN-WAIVER-MIN-X      PIC X(13).
           05 WS-IN-WAIVER-MIN REDEFINES WS-IN-WAIVER-MIN-X
                                      PIC 9(11)V99.
           05 WS-IN-MIN-BALANCE-X     PIC X(13).
           05 WS-IN-MIN-BALANCE REDEFINES WS-IN-MIN-BALANCE-X
                                      PIC 9(11)V99.
           05 WS-IN-BELOW-MIN-FEE-X   PIC X(7).
           05 WS-IN-BELOW-MIN-FEE REDEFINES WS-IN-BELOW-MIN-FEE-X
                                      PIC 9(5)V99.
           05 WS-IN-OD-USAGE-FEE-X    PIC X(7).
           05 WS-IN-OD-USAGE-FEE REDEFINES WS-IN-OD-USAGE-FEE-X
                                      PIC 9(5)V99.
           05 WS-IN-DUE-DAYS-X        PIC X(3).
           05 WS-IN-DUE-DAYS REDEFINES WS-IN-DUE-DAYS-X
                                      PIC 9(3).
           05 WS-IN-GRACE-DAYS-X      PIC X(3).
           05 WS-IN-GRACE-DAYS REDEFINES WS-IN-GRACE-DAYS-X
                                      PIC 9(3).
           05 WS-IN-LATE-CHARGE-X     PIC X(7).
           05 WS-IN-LATE-CHARGE REDEFINES WS-IN-LATE-CHARGE-X
                                      PIC 9(5)V99.
           05 WS-IN-CHARGE-OFF-DAYS-X PIC X(3).
           05 WS-IN-CHARGE-OFF-DAYS REDEFINES WS-IN-CHARGE-OFF-DAYS-X
                                      PIC 9(3).
           05 WS-IN-GL-PRINCIPAL      PIC X(8).
           05 WS-IN-GL-INTEREST       PIC X(8).
           05 WS-IN-GL-FEE            PIC X(8).
           05 WS-IN-GL-OFFSET         PIC X(8).
           05 WS-IN-NSF-FEE-X         PIC X(7).
           05 WS-IN-NSF-FEE REDEFINES WS-IN-NSF-FEE-X
                                      PIC 9(5)V99.
           05 WS-IN-NSF-MAX-X         PIC X(3).
           05 WS-IN-NSF-MAX REDEFINES WS-IN-NSF-MAX-X
                                      PIC 9(3).
           05 FILLER                  PIC X(16).

       01 WS-PRICE-VARS.
           05 WS-EFFECTIVE-ISO        PIC X(10).
           05 WS-EXECUTION-ISO        PIC X(10).
      *>    START OF THE TYPE'S LATEST VERSION (NEW VERSION) OR OF THE
      *>    VERSION BEFORE THE ONE BEING WITHDRAWN - SPACES WHEN THERE
      *>    IS NONE
           05 WS-PRIOR-FROM-ISO       PIC X(10).
      *>    THE DAY BEFORE A NEW VERSION STARTS - WHERE THE VERSION IT
      *>    SUPERSEDES IS CLOSED
           05 WS-CLOSE-TO-ISO         PIC X(10).
      *>    START DATE OF THE VERSION 290-SELECT-VERSION IS TO READ
           05 WS-SELECT-FROM-ISO      PIC X(10).
           05 WS-REJECT-REASON        PIC X(50).
           05 WS-ACTION-WORD          PIC X(8).
           05 WS-SAVE-SQLCODE         PIC S9(9) COMP.

      *>    BEFORE-IMAGES - THE VERSION AS IT STOOD BEFORE THIS RECORD
      *>    TOUCHED IT, AND THE PRIOR VERSION A NEW VERSION CLOSES OR A
      *>    WITHDRAWAL REOPENS.  SAME LENGTH AS PRC-PRICING-RECORD
       01 WS-BEFORE-IMAGE             PIC X(146).
       01 WS-PRIOR-IMAGE              PIC X(146).

      *>    AUDIT TRAIL CONTROL - EVERY IMAGE ONE INPUT RECORD WRITES
      *>    SHARES ONE TIMESTAMP, NUMBERED IN THE ORDER WRITTEN
       01 WS-AUDIT-CONTROL.
           05 WS-AUDIT-TS             PIC X(26).
           05 WS-AUDIT-SEQ            PIC S9(4) COMP.
           05 WS-CHANGE-ACTION        PIC X(1).
           05 WS-IMAGE-TYPE           PIC X(1).
               88 IMAGE-BEFORE            VALUE 'B'.
               88 IMAGE-AFTER             VALUE 'A'.
               88 IMAGE-RETRIEVED         VALUE 'R'.
      *>    CLEARED BY 296 WHEN AN AUDIT ROW CANNOT BE WRITTEN - THE
      *>    RECORD'S PRICING CHANGE IS THEN BACKED OUT TO ITS
      *>    SAVEPOINT AND THE RECORD COUNTED AS FAILED
           05 WS-AUDIT-RESULT         PIC X(1) VALUE 'Y'.
               88 AUDIT-WRITTEN           VALUE 'Y'.

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 PRICING VALUES - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO PACKED-DECIMAL
      *>    VALUES ARE MOVED HERE BEFORE BEING LOGGED
       01 WS-IMAGE-DISPLAY.
           05 WS-DSP-TIER-1-LIMIT     PIC Z(10)9.99.
           05 WS-DSP-TIER-1-RATE      PIC 9.9999.
           05 WS-DSP-TIER-2-LIMIT     PIC Z(10)9.99.
           05 WS-DSP-TIER-2-RATE      PIC 9.9999.
           05 WS-DSP-TIER-3-RATE      PIC 9.9999.
           05 WS-DSP-MAINT-FEE        PIC Z(4)9.99.
           05 WS-DSP-WAIVER-MIN       PIC Z(10)9.99.
           05 WS-DSP-MIN-BALANCE      PIC Z(10)9.99.
           05 WS-DSP-BELOW-MIN-FEE    PIC Z(4)9.99.
           05 WS-DSP-OD-USAGE-FEE     PIC Z(4)9.99.
           05 WS-DSP-NSF-FEE          PIC Z(4)9.99.
           05 WS-DSP-NSF-MAX          PIC ZZ9.
           05 WS-DSP-DUE-DAYS         PIC ZZ9.
           05 WS-DSP-GRACE-DAYS       PIC ZZ9.
           05 WS-DSP-LATE-CHARGE      PIC Z(4)9.99.
           05 WS-DSP-CHARGE-OFF-DAYS  PIC ZZ9.

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
           PERFORM 200-PROCESS-PRICING.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-SUCCESS-COUNT.
           MOVE 0 TO WS-ERROR-COUNT.

           MOVE WS-EXECUTION-DATE TO WS-DATE-YMD-X.
           PERFORM 234-CONVERT-DATE-TO-ISO.
           MOVE WS-DATE-ISO TO WS-EXECUTION-ISO.

           PERFORM 110-READ-CONTROL-CARD.

           OPEN INPUT PRICE-INPUT-FILE.

      *>    ON A RESTART THE PRIOR RUN'S OUTPUT LOG AND CHECKPOINT TRAIL
      *>    MUST SURVIVE - OPEN FOR EXTEND RATHER THAN TRUNCATING THEM
           IF WS-RESTART-COUNT > 0
               OPEN EXTEND PRICE-OUTPUT-FILE
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT PRICE-OUTPUT-FILE
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.

           DISPLAY 'PRICEMNT: Starting Product Pricing Maintenance'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Time: ' WS-EXECUTION-TIME.
           DISPLAY 'Commit Interval: ' WS-COMMIT-INTERVAL.
           DISPLAY 'Restart Count: ' WS-RESTART-COUNT.

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

       200-PROCESS-PRICING.
           PERFORM 205-SKIP-COMMITTED-RECORDS.

           READ PRICE-INPUT-FILE
               AT END MOVE 'Y' TO WS-EOF-PRICIN
           END-READ.

           PERFORM UNTIL PRICIN-EOF
               ADD 1 TO WS-RECORD-COUNT

               PERFORM 210-PARSE-INPUT-RECORD
               PERFORM 220-VALIDATE-ACTION

               IF INVALID-TRANSACTION
                   PERFORM 270-LOG-INVALID-ACTION
               ELSE IF WS-ACTION = 'C'
                   PERFORM 230-CREATE-VERSION
               ELSE IF WS-ACTION = 'U'
                   PERFORM 240-AMEND-VERSION
               ELSE IF WS-ACTION = 'R'
                   PERFORM 250-RETRIEVE-VERSION
               ELSE IF WS-ACTION = 'D'
                   PERFORM 260-WITHDRAW-VERSION
               END-IF

               PERFORM 280-CHECK-COMMIT

               READ PRICE-INPUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-PRICIN
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
                          OR PRICIN-EOF
                   READ PRICE-INPUT-FILE
                       AT END MOVE 'Y' TO WS-EOF-PRICIN
                   END-READ
                   IF NOT PRICIN-EOF
                       ADD 1 TO WS-RECORD-COUNT
                   END-IF
               END-PERFORM
               DISPLAY 'PRICEMNT: Restart - skipped '
                   WS-RECORD-COUNT ' previously committed records'
           END-IF.

       210-PARSE-INPUT-RECORD.
           MOVE PRI-INPUT-RECORD TO WS-PRICE-INPUT.
           MOVE WS-IN-ACTION TO WS-ACTION.
           MOVE SPACES TO WS-REJECT-REASON.

      *>    A RETRIEVE WITH NO DATE ASKS FOR THE VERSION IN EFFECT
      *>    TODAY - EVERY OTHER ACTION MUST NAME ITS VERSION
           IF WS-IN-EFFECTIVE NUMERIC AND
              WS-IN-EFFECTIVE NOT = '00000000'
               MOVE WS-IN-EFFECTIVE TO WS-DATE-YMD-X
               PERFORM 234-CONVERT-DATE-TO-ISO
               MOVE WS-DATE-ISO TO WS-EFFECTIVE-ISO
           ELSE IF ACTION-RETRIEVE AND WS-IN-EFFECTIVE = SPACES
               MOVE WS-EXECUTION-ISO TO WS-EFFECTIVE-ISO
           ELSE
               MOVE SPACES TO WS-EFFECTIVE-ISO
           END-IF.

       220-VALIDATE-ACTION.
           MOVE 'Y' TO WS-VALID-TRANSACTION.

           IF WS-ACTION NOT = 'C' AND
              WS-ACTION NOT = 'U' AND
              WS-ACTION NOT = 'R' AND
              WS-ACTION NOT = 'D'
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           MOVE WS-IN-TYPE TO ACR-TYPE-CHECK.
           IF NOT ACR-TYPE-IS-VALID
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           IF WS-EFFECTIVE-ISO = SPACES
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

      *>    EVERY CHANGE IS AUDITED UNDER THE OPERATOR WHO KEYED IT
           IF WS-IN-OPERATOR = SPACES AND NOT ACTION-RETRIEVE
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           IF VALID-TRANSACTION AND
              (ACTION-CREATE OR ACTION-UPDATE)
               PERFORM 222-VALIDATE-PRICING-FIELDS
           END-IF.

       222-VALIDATE-PRICING-FIELDS.
      *>    FIELD-LEVEL EDITS - REJECT BEFORE WE EVER TOUCH DB2.  A
      *>    FIELD IS EITHER LEFT BLANK OR KEYED IN FULL, DIGITS ONLY
           IF WS-IN-TIER-1-LIMIT-X NOT = SPACES AND
              WS-IN-TIER-1-LIMIT-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-TIER-1-RATE-X NOT = SPACES AND
              WS-IN-TIER-1-RATE-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-TIER-2-LIMIT-X NOT = SPACES AND
              WS-IN-TIER-2-LIMIT-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-TIER-2-RATE-X NOT = SPACES AND
              WS-IN-TIER-2-RATE-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-TIER-3-RATE-X NOT = SPACES AND
              WS-IN-TIER-3-RATE-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-MAINT-FEE-X NOT = SPACES AND
              WS-IN-MAINT-FEE-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-WAIVER-MIN-X NOT = SPACES AND
              WS-IN-WAIVER-MIN-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-MIN-BALANCE-X NOT = SPACES AND
              WS-IN-MIN-BALANCE-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-BELOW-MIN-FEE-X NOT = SPACES AND
              WS-IN-BELOW-MIN-FEE-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-OD-USAGE-FEE-X NOT = SPACES AND
              WS-IN-OD-USAGE-FEE-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-NSF-FEE-X NOT = SPACES AND
              WS-IN-NSF-FEE-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-NSF-MAX-X NOT = SPACES AND
              WS-IN-NSF-MAX-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-DUE-DAYS-X NOT = SPACES AND
              WS-IN-DUE-DAYS-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-GRACE-DAYS-X NOT = SPACES AND
              WS-IN-GRACE-DAYS-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-LATE-CHARGE-X NOT = SPACES AND
              WS-IN-LATE-CHARGE-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.
           IF WS-IN-CHARGE-OFF-DAYS-X NOT = SPACES AND
              WS-IN-CHARGE-OFF-DAYS-X NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

       225-APPLY-INPUT-FIELDS.
      *>    LAY THE KEYED FIELDS OVER THE VERSION IN
      *>    PRC-PRICING-RECORD - BLANK LEAVES THE VALUE AS IT STANDS
           IF WS-IN-PRODUCT-NAME NOT = SPACES
               MOVE WS-IN-PRODUCT-NAME TO PRC-PRODUCT-NAME
           END-IF.
           IF WS-IN-TIER-1-LIMIT-X NOT = SPACES
               MOVE WS-IN-TIER-1-LIMIT TO PRC-TIER-1-LIMIT
           END-IF.
           IF WS-IN-TIER-1-RATE-X NOT = SPACES
               MOVE WS-IN-TIER-1-RATE TO PRC-TIER-1-RATE
           END-IF.
           IF WS-IN-TIER-2-LIMIT-X NOT = SPACES
               MOVE WS-IN-TIER-2-LIMIT TO PRC-TIER-2-LIMIT
           END-IF.
           IF WS-IN-TIER-2-RATE-X NOT = SPACES
               MOVE WS-IN-TIER-2-RATE TO PRC-TIER-2-RATE
           END-IF.
           IF WS-IN-TIER-3-RATE-X NOT = SPACES
               MOVE WS-IN-TIER-3-RATE TO PRC-TIER-3-RATE
           END-IF.
           IF WS-IN-MAINT-FEE-X NOT = SPACES
               MOVE WS-IN-MAINT-FEE TO PRC-MAINT-FEE
           END-IF.
           IF WS-IN-WAIVER-MIN-X NOT = SPACES
               MOVE WS-IN-WAIVER-MIN TO PRC-WAIVER-MIN
           END-IF.
           IF WS-IN-MIN-BALANCE-X NOT = SPACES
               MOVE WS-IN-MIN-BALANCE TO PRC-MIN-BALANCE
           END-IF.
           IF WS-IN-BELOW-MIN-FEE-X NOT = SPACES
               MOVE WS-IN-BELOW-MIN-FEE TO PRC-BELOW-MIN-FEE
           END-IF.
           IF WS-IN-OD-USAGE-FEE-X NOT = SPACES
               MOVE WS-IN-OD-USAGE-FEE TO PRC-OD-USAGE-FEE
           END-IF.
           IF WS-IN-NSF-FEE-X NOT = SPACES
               MOVE WS-IN-NSF-FEE TO PRC-NSF-ITEM-FEE
           END-IF.
           IF WS-IN-NSF-MAX-X NOT = SPACES
               MOVE WS-IN-NSF-MAX TO PRC-NSF-DAILY-MAX
           END-IF.
           IF WS-IN-DUE-DAYS-X NOT = SPACES
               MOVE WS-IN-DUE-DAYS TO PRC-PAYMENT-DUE-DAYS
           END-IF.
           IF WS-IN-GRACE-DAYS-X NOT = SPACES
               MOVE WS-IN-GRACE-DAYS TO PRC-GRACE-DAYS
           END-IF.
           IF WS-IN-LATE-CHARGE-X NOT = SPACES
               MOVE WS-IN-LATE-CHARGE TO PRC-LATE-CHARGE-AMT
           END-IF.
           IF WS-IN-CHARGE-OFF-DAYS-X NOT = SPACES
               MOVE WS-IN-CHARGE-OFF-DAYS TO PRC-CHARGE-OFF-DAYS
           END-IF.
           IF WS-IN-GL-PRINCIPAL NOT = SPACES
               MOVE WS-IN-GL-PRINCIPAL TO PRC-GL-PRINCIPAL-ACCT
           END-IF.
           IF WS-IN-GL-INTEREST NOT = SPACES
               MOVE WS-IN-GL-INTEREST TO PRC-GL-INTEREST-ACCT
           END-IF.
           IF WS-IN-GL-FEE NOT = SPACES
               MOVE WS-IN-GL-FEE TO PRC-GL-FEE-ACCT
           END-IF.
           IF WS-IN-GL-OFFSET NOT = SPACES
               MOVE WS-IN-GL-OFFSET TO PRC-GL-OFFSET-ACCT
           END-IF.
           MOVE WS-IN-OPERATOR TO PRC-LAST-CHANGED-BY.

       227-EDIT-RESOLVED-VERSION.
      *>    THE VERSION AS IT WILL BE STORED MUST BE COMPLETE - EVERY
      *>    GL ACCOUNT NAMED, AND THE TIERS IN ASCENDING ORDER
           IF PRC-PRODUCT-NAME = SPACES
               MOVE 'PRODUCT NAME MISSING' TO WS-REJECT-REASON
           ELSE IF PRC-GL-PRINCIPAL-ACCT = SPACES OR
                   PRC-GL-INTEREST-ACCT = SPACES OR
                   PRC-GL-FEE-ACCT = SPACES OR
                   PRC-GL-OFFSET-ACCT = SPACES
               MOVE 'GL ACCOUNT MISSING' TO WS-REJECT-REASON
           ELSE IF PRC-TIER-2-LIMIT < PRC-TIER-1-LIMIT
               MOVE 'TIER 2 LIMIT BELOW TIER 1 LIMIT'
                   TO WS-REJECT-REASON
           END-IF.

       230-CREATE-VERSION.
      *>    A new version starts after the type's latest one and,
      *>    once the type has any pricing at all, after today - a
      *>    rate change is entered ahead of time and never reaches
      *>    back over business dates already priced
           MOVE SPACES TO WS-PRIOR-FROM-ISO.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(EFFECTIVE_FROM), ISO), ' ')
               INTO :WS-PRIOR-FROM-ISO
               FROM PRODUCT_PRICING
               WHERE ACCOUNT_TYPE = :WS-IN-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'CREATE' TO WS-ACTION-WORD
               PERFORM 276-LOG-SQL-ERROR
           ELSE IF WS-PRIOR-FROM-ISO = SPACES
               INITIALIZE PRC-PRICING-RECORD
               PERFORM 232-BUILD-NEW-VERSION
           ELSE IF WS-EFFECTIVE-ISO NOT > WS-EXECUTION-ISO
               MOVE 'NEW VERSION MUST START AFTER TODAY'
                   TO WS-REJECT-REASON
               PERFORM 275-LOG-REJECTION
           ELSE IF WS-EFFECTIVE-ISO NOT > WS-PRIOR-FROM-ISO
               MOVE 'NEW VERSION MUST START AFTER LATEST VERSION'
                   TO WS-REJECT-REASON
               PERFORM 275-LOG-REJECTION
           ELSE
               MOVE WS-PRIOR-FROM-ISO TO WS-SELECT-FROM-ISO
               PERFORM 290-SELECT-VERSION
               IF SQLCODE NOT = 0
                   MOVE 'CREATE' TO WS-ACTION-WORD
                   PERFORM 276-LOG-SQL-ERROR
               ELSE
                   MOVE PRC-PRICING-RECORD TO WS-PRIOR-IMAGE
                   PERFORM 232-BUILD-NEW-VERSION
               END-IF
           END-IF.

       232-BUILD-NEW-VERSION.
      *>    THE NEW VERSION STARTS AS A COPY OF THE ONE IT SUPERSEDES
      *>    (OR EMPTY FOR A TYPE'S FIRST VERSION), TAKES THE KEYED
      *>    FIELDS, AND RUNS OPEN-ENDED
           PERFORM 225-APPLY-INPUT-FIELDS.
           MOVE WS-IN-TYPE TO PRC-ACCOUNT-TYPE.
           MOVE WS-EFFECTIVE-ISO TO PRC-EFFECTIVE-FROM.
           MOVE '9999-12-31' TO PRC-EFFECTIVE-TO.
           PERFORM 227-EDIT-RESOLVED-VERSION.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 275-LOG-REJECTION
           ELSE
               PERFORM 236-INSERT-NEW-VERSION
           END-IF.

       234-CONVERT-DATE-TO-ISO.
           STRING WS-DATE-YMD-X(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-DATE-YMD-X(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-DATE-YMD-X(7:2) DELIMITED BY SIZE
               INTO WS-DATE-ISO
           END-STRING.

       236-INSERT-NEW-VERSION.
      *>    Close the superseded version the day before the new one
      *>    starts, then add the new one.  Should the insert fail the
      *>    superseded version is reopened, so the type is never left
      *>    with a gap in its pricing
           MOVE 'C' TO WS-CHANGE-ACTION.
           MOVE 'CREATE' TO WS-ACTION-WORD.
           PERFORM 287-SET-RECORD-SAVEPOINT.
           MOVE SPACES TO WS-CLOSE-TO-ISO.
           MOVE 0 TO SQLCODE.
           IF WS-PRIOR-FROM-ISO NOT = SPACES
               EXEC SQL
                   SELECT CHAR(DATE(:WS-EFFECTIVE-ISO) - 1 DAY, ISO)
                   INTO :WS-CLOSE-TO-ISO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE PRODUCT_PRICING
                       SET EFFECTIVE_TO = :WS-CLOSE-TO-ISO,
                           LAST_CHANGED_BY = :WS-IN-OPERATOR,
                           LAST_UPDATE_DATE = CURRENT_DATE,
                           LAST_UPDATE_TIME = CURRENT_TIME
                       WHERE ACCOUNT_TYPE = :WS-IN-TYPE
                       AND EFFECTIVE_FROM = :WS-PRIOR-FROM-ISO
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 276-LOG-SQL-ERROR
           ELSE
               PERFORM 292-INSERT-VERSION
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SAVE-SQLCODE
                   PERFORM 238-REOPEN-PRIOR-VERSION
                   MOVE WS-SAVE-SQLCODE TO SQLCODE
                   PERFORM 276-LOG-SQL-ERROR
               ELSE
                   PERFORM 237-AUDIT-NEW-VERSION
               END-IF
           END-IF.

       237-AUDIT-NEW-VERSION.
      *>    PRIOR VERSION BEFORE AND AFTER ITS CLOSE, THEN THE NEW
      *>    VERSION - ALL UNDER ONE TIMESTAMP
           PERFORM 294-STAMP-AUDIT-TIME.
           MOVE PRC-PRICING-RECORD TO WS-BEFORE-IMAGE.
           IF WS-PRIOR-FROM-ISO NOT = SPACES
               MOVE WS-PRIOR-IMAGE TO PRC-PRICING-RECORD
               MOVE 'B' TO WS-IMAGE-TYPE
               PERFORM 296-WRITE-AUDIT-IMAGE
               MOVE WS-CLOSE-TO-ISO TO PRC-EFFECTIVE-TO
               MOVE WS-IN-OPERATOR TO PRC-LAST-CHANGED-BY
               MOVE 'A' TO WS-IMAGE-TYPE
               PERFORM 296-WRITE-AUDIT-IMAGE
           END-IF.
           MOVE WS-BEFORE-IMAGE TO PRC-PRICING-RECORD.
           MOVE 'A' TO WS-IMAGE-TYPE.
           PERFORM 296-WRITE-AUDIT-IMAGE.

           IF NOT AUDIT-WRITTEN
               PERFORM 288-BACK-OUT-RECORD
           ELSE
               ADD 1 TO WS-SUCCESS-COUNT
               MOVE SPACES TO PRI-OUTPUT-RECORD
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' CREATE SUCCESS - Type: ' DELIMITED BY SIZE
                   PRC-ACCOUNT-TYPE DELIMITED BY SIZE
                   ' From: ' DELIMITED BY SIZE
                   PRC-EFFECTIVE-FROM DELIMITED BY SIZE
                   ' Prior-Version: ' DELIMITED BY SIZE
                   WS-PRIOR-FROM-ISO DELIMITED BY SIZE
                   ' Closed-To: ' DELIMITED BY SIZE
                   WS-CLOSE-TO-ISO DELIMITED BY SIZE
                   ' Operator: ' DELIMITED BY SIZE
                   WS-IN-OPERATOR DELIMITED BY SIZE
                   ' Time: ' DELIMITED BY SIZE
                   WS-EXECUTION-TIME DELIMITED BY SIZE
                   INTO PRI-OUTPUT-RECORD
               END-STRING
               WRITE PRI-OUTPUT-RECORD
           END-IF.

       238-REOPEN-PRIOR-VERSION.
      *>    PUT THE SUPERSEDED (OR, ON A WITHDRAWAL, THE PRECEDING)
      *>    VERSION BACK TO OPEN-ENDED
           IF WS-PRIOR-FROM-ISO NOT = SPACES
               EXEC SQL
                   UPDATE PRODUCT_PRICING
                   SET EFFECTIVE_TO = '9999-12-31',
                       LAST_CHANGED_BY = :WS-IN-OPERATOR,
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_TYPE = :WS-IN-TYPE
                   AND EFFECTIVE_FROM = :WS-PRIOR-FROM-ISO
               END-EXEC
           END-IF.

       240-AMEND-VERSION.
      *>    Capture the before-image of the version first so the
      *>    audit trail records both old and new values.  Only a
      *>    version not yet in effect may be amended - once a
      *>    business date has been priced from it, it is history
           MOVE WS-EFFECTIVE-ISO TO WS-SELECT-FROM-ISO.
           PERFORM 290-SELECT-VERSION.

           IF SQLCODE NOT = 0
               MOVE 'AMEND' TO WS-ACTION-WORD
               PERFORM 276-LOG-SQL-ERROR
           ELSE IF PRC-EFFECTIVE-FROM NOT > WS-EXECUTION-ISO
               MOVE 'VERSION ALREADY IN EFFECT - ENTER A NEW VERSION'
                   TO WS-REJECT-REASON
               PERFORM 275-LOG-REJECTION
           ELSE
               MOVE PRC-PRICING-RECORD TO WS-BEFORE-IMAGE
               PERFORM 225-APPLY-INPUT-FIELDS
               PERFORM 227-EDIT-RESOLVED-VERSION
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 275-LOG-REJECTION
               ELSE
                   PERFORM 242-APPLY-AMEND
               END-IF
           END-IF.

       242-APPLY-AMEND.
           MOVE 'U' TO WS-CHANGE-ACTION.
           MOVE 'AMEND' TO WS-ACTION-WORD.
           PERFORM 287-SET-RECORD-SAVEPOINT.
           EXEC SQL
               UPDATE PRODUCT_PRICING
               SET PRODUCT_NAME = :PRC-PRODUCT-NAME,
                   TIER_1_LIMIT = :PRC-TIER-1-LIMIT,
                   TIER_1_RATE = :PRC-TIER-1-RATE,
                   TIER_2_LIMIT = :PRC-TIER-2-LIMIT,
                   TIER_2_RATE = :PRC-TIER-2-RATE,
                   TIER_3_RATE = :PRC-TIER-3-RATE,
                   MAINT_FEE = :PRC-MAINT-FEE,
                   WAIVER_MIN = :PRC-WAIVER-MIN,
                   MIN_BALANCE = :PRC-MIN-BALANCE,
                   BELOW_MIN_FEE = :PRC-BELOW-MIN-FEE,
                   OD_USAGE_FEE = :PRC-OD-USAGE-FEE,
                   NSF_ITEM_FEE = :PRC-NSF-ITEM-FEE,
                   NSF_DAILY_MAX = :PRC-NSF-DAILY-MAX,
                   PAYMENT_DUE_DAYS = :PRC-PAYMENT-DUE-DAYS,
                   GRACE_DAYS = :PRC-GRACE-DAYS,
                   LATE_CHARGE_AMT = :PRC-LATE-CHARGE-AMT,
                   CHARGE_OFF_DAYS = :PRC-CHARGE-OFF-DAYS,
                   GL_PRINCIPAL_ACCT = :PRC-GL-PRINCIPAL-ACCT,
                   GL_INTEREST_ACCT = :PRC-GL-INTEREST-ACCT,
                   GL_FEE_ACCT = :PRC-GL-FEE-ACCT,
                   GL_OFFSET_ACCT = :PRC-GL-OFFSET-ACCT,
                   LAST_CHANGED_BY = :PRC-LAST-CHANGED-BY,
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE ACCOUNT_TYPE = :PRC-ACCOUNT-TYPE
               AND EFFECTIVE_FROM = :PRC-EFFECTIVE-FROM
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 245-LOG-AMEND-AUDIT
           ELSE
               PERFORM 276-LOG-SQL-ERROR
           END-IF.

       245-LOG-AMEND-AUDIT.
      *>    STRUCTURED BEFORE/AFTER AUDIT IMAGE - THE FULL VERSION AS
      *>    IT STOOD AND AS IT NOW STANDS, ON THE AUDIT TABLE AND THE
      *>    OUTPUT LOG ALIKE
           PERFORM 294-STAMP-AUDIT-TIME.
           MOVE PRC-PRICING-RECORD TO WS-PRIOR-IMAGE.
           MOVE WS-BEFORE-IMAGE TO PRC-PRICING-RECORD.
           MOVE 'B' TO WS-IMAGE-TYPE.
           PERFORM 296-WRITE-AUDIT-IMAGE.
           MOVE WS-PRIOR-IMAGE TO PRC-PRICING-RECORD.
           MOVE 'A' TO WS-IMAGE-TYPE.
           PERFORM 296-WRITE-AUDIT-IMAGE.

           IF NOT AUDIT-WRITTEN
               PERFORM 288-BACK-OUT-RECORD
           ELSE
               ADD 1 TO WS-SUCCESS-COUNT
               MOVE SPACES TO PRI-OUTPUT-RECORD
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' AMEND SUCCESS - Type: ' DELIMITED BY SIZE
                   PRC-ACCOUNT-TYPE DELIMITED BY SIZE
                   ' From: ' DELIMITED BY SIZE
                   PRC-EFFECTIVE-FROM DELIMITED BY SIZE
                   ' Operator: ' DELIMITED BY SIZE
                   WS-IN-OPERATOR DELIMITED BY SIZE
                   ' Time: ' DELIMITED BY SIZE
                   WS-EXECUTION-TIME DELIMITED BY SIZE
                   INTO PRI-OUTPUT-RECORD
               END-STRING
               WRITE PRI-OUTPUT-RECORD
           END-IF.

       250-RETRIEVE-VERSION.
      *>    The version in effect on the date keyed - any date, past
      *>    or future, so an enquiry shows what a rerun would price
      *>    at
           MOVE SPACES TO WS-SELECT-FROM-ISO.
           EXEC SQL
               SELECT CHAR(EFFECTIVE_FROM, ISO)
               INTO :WS-SELECT-FROM-ISO
               FROM PRODUCT_PRICING
               WHERE ACCOUNT_TYPE = :WS-IN-TYPE
               AND EFFECTIVE_FROM <= :WS-EFFECTIVE-ISO
               AND EFFECTIVE_TO >= :WS-EFFECTIVE-ISO
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 290-SELECT-VERSION
           END-IF.

           IF SQLCODE = 0
               ADD 1 TO WS-SUCCESS-COUNT
               MOVE SPACES TO PRI-OUTPUT-RECORD
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' RETRIEVE SUCCESS - Type: ' DELIMITED BY SIZE
                   PRC-ACCOUNT-TYPE DELIMITED BY SIZE
                   ' Product: ' DELIMITED BY SIZE
                   PRC-PRODUCT-NAME DELIMITED BY SIZE
                   ' Last-Changed-By: ' DELIMITED BY SIZE
                   PRC-LAST-CHANGED-BY DELIMITED BY SIZE
                   INTO PRI-OUTPUT-RECORD
               END-STRING
               WRITE PRI-OUTPUT-RECORD
               MOVE 'R' TO WS-IMAGE-TYPE
               PERFORM 298-WRITE-IMAGE-LINE
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO PRI-OUTPUT-RECORD
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' RETRIEVE ERROR - No pricing in effect - Type: '
                       DELIMITED BY SIZE
                   WS-IN-TYPE DELIMITED BY SIZE
                   ' Date: ' DELIMITED BY SIZE
                   WS-EFFECTIVE-ISO DELIMITED BY SIZE
                   INTO PRI-OUTPUT-RECORD
               END-STRING
               WRITE PRI-OUTPUT-RECORD
           END-IF.

       260-WITHDRAW-VERSION.
      *>    Only the type's latest version, and only before it takes
      *>    effect, can be withdrawn - it is deleted outright and the
      *>    version before it runs open-ended again, exactly as it
      *>    stood before the withdrawn version was entered
           MOVE WS-EFFECTIVE-ISO TO WS-SELECT-FROM-ISO.
           PERFORM 290-SELECT-VERSION.

           IF SQLCODE NOT = 0
               MOVE 'WITHDRAW' TO WS-ACTION-WORD
               PERFORM 276-LOG-SQL-ERROR
           ELSE IF PRC-EFFECTIVE-FROM NOT > WS-EXECUTION-ISO
               MOVE 'VERSION ALREADY IN EFFECT - CANNOT WITHDRAW'
                   TO WS-REJECT-REASON
               PERFORM 275-LOG-REJECTION
           ELSE IF PRC-EFFECTIVE-TO NOT = '9999-12-31'
               MOVE 'NOT THE LATEST VERSION - WITHDRAW LATER ONES FIRST'
                   TO WS-REJECT-REASON
               PERFORM 275-LOG-REJECTION
           ELSE
               MOVE PRC-PRICING-RECORD TO WS-BEFORE-IMAGE
               PERFORM 262-APPLY-WITHDRAWAL
           END-IF.

       262-APPLY-WITHDRAWAL.
           MOVE 'D' TO WS-CHANGE-ACTION.
           MOVE 'WITHDRAW' TO WS-ACTION-WORD.
           PERFORM 287-SET-RECORD-SAVEPOINT.
           MOVE SPACES TO WS-PRIOR-FROM-ISO.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(EFFECTIVE_FROM), ISO), ' ')
               INTO :WS-PRIOR-FROM-ISO
               FROM PRODUCT_PRICING
               WHERE ACCOUNT_TYPE = :WS-IN-TYPE
               AND EFFECTIVE_FROM < :WS-EFFECTIVE-ISO
           END-EXEC.

      *>    THE PRECEDING VERSION'S BEFORE-IMAGE IS TAKEN NOW, WHILE
      *>    IT IS STILL CLOSED THE DAY BEFORE THE WITHDRAWN ONE
           IF SQLCODE = 0 AND WS-PRIOR-FROM-ISO NOT = SPACES
               MOVE WS-PRIOR-FROM-ISO TO WS-SELECT-FROM-ISO
               PERFORM 290-SELECT-VERSION
               MOVE PRC-PRICING-RECORD TO WS-PRIOR-IMAGE
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   DELETE FROM PRODUCT_PRICING
                   WHERE ACCOUNT_TYPE = :WS-IN-TYPE
                   AND EFFECTIVE_FROM = :WS-EFFECTIVE-ISO
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               PERFORM 238-REOPEN-PRIOR-VERSION
           END-IF.

           IF SQLCODE = 0
               PERFORM 265-AUDIT-WITHDRAWAL
           ELSE
               PERFORM 276-LOG-SQL-ERROR
           END-IF.

       265-AUDIT-WITHDRAWAL.
      *>    THE WITHDRAWN VERSION AS IT STOOD, THEN THE PRECEDING
      *>    VERSION BEFORE AND AFTER IT IS REOPENED
           PERFORM 294-STAMP-AUDIT-TIME.
           IF WS-PRIOR-FROM-ISO NOT = SPACES
               MOVE WS-PRIOR-IMAGE TO PRC-PRICING-RECORD
               MOVE 'B' TO WS-IMAGE-TYPE
               PERFORM 296-WRITE-AUDIT-IMAGE
               MOVE '9999-12-31' TO PRC-EFFECTIVE-TO
               MOVE 'A' TO WS-IMAGE-TYPE
               PERFORM 296-WRITE-AUDIT-IMAGE
           END-IF.
           MOVE WS-BEFORE-IMAGE TO PRC-PRICING-RECORD.
           MOVE 'B' TO WS-IMAGE-TYPE.
           PERFORM 296-WRITE-AUDIT-IMAGE.

           IF NOT AUDIT-WRITTEN
               PERFORM 288-BACK-OUT-RECORD
           ELSE
               ADD 1 TO WS-SUCCESS-COUNT
               MOVE SPACES TO PRI-OUTPUT-RECORD
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' WITHDRAW SUCCESS - Type: ' DELIMITED BY SIZE
                   PRC-ACCOUNT-TYPE DELIMITED BY SIZE
                   ' From: ' DELIMITED BY SIZE
                   PRC-EFFECTIVE-FROM DELIMITED BY SIZE
                   ' Reopened-Version: ' DELIMITED BY SIZE
                   WS-PRIOR-FROM-ISO DELIMITED BY SIZE
                   ' Operator: ' DELIMITED BY SIZE
                   WS-IN-OPERATOR DELIMITED BY SIZE
                   ' Time: ' DELIMITED BY SIZE
                   WS-EXECUTION-TIME DELIMITED BY SIZE
                   INTO PRI-OUTPUT-RECORD
               END-STRING
               WRITE PRI-OUTPUT-RECORD
           END-IF.

       270-LOG-INVALID-ACTION.
      *>    CATCHES BOTH AN UNRECOGNIZED ACTION CODE AND A RECORD
      *>    THAT FAILED FIELD-LEVEL EDIT IN 220/222
           MOVE SPACES TO PRI-OUTPUT-RECORD.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' VALIDATION REJECTED - Type: ' DELIMITED BY SIZE
               WS-IN-TYPE DELIMITED BY SIZE
               ' Action: ' DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SIZE
               ' Effective: ' DELIMITED BY SIZE
               WS-IN-EFFECTIVE DELIMITED BY SIZE
               ' Operator: ' DELIMITED BY SIZE
               WS-IN-OPERATOR DELIMITED BY SIZE
               INTO PRI-OUTPUT-RECORD
           END-STRING.
           WRITE PRI-OUTPUT-RECORD.
           ADD 1 TO WS-ERROR-COUNT.

       275-LOG-REJECTION.
      *>    A WELL-FORMED RECORD THE PRICING HISTORY WILL NOT TAKE -
      *>    THE REASON SAYS WHICH RULE IT BROKE
           MOVE SPACES TO PRI-OUTPUT-RECORD.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SIZE
               ' REJECTED - Type: ' DELIMITED BY SIZE
               WS-IN-TYPE DELIMITED BY SIZE
               ' Effective: ' DELIMITED BY SIZE
               WS-EFFECTIVE-ISO DELIMITED BY SIZE
               ' Reason: ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO PRI-OUTPUT-RECORD
           END-STRING.
           WRITE PRI-OUTPUT-RECORD.
           ADD 1 TO WS-ERROR-COUNT.

       276-LOG-SQL-ERROR.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO PRI-OUTPUT-RECORD.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ACTION-WORD DELIMITED BY SPACE
               ' ERROR - Type: ' DELIMITED BY SIZE
               WS-IN-TYPE DELIMITED BY SIZE
               ' Effective: ' DELIMITED BY SIZE
               WS-EFFECTIVE-ISO DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO PRI-OUTPUT-RECORD
           END-STRING.
           WRITE PRI-OUTPUT-RECORD.
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

       287-SET-RECORD-SAVEPOINT.
      *>    MARK WHERE THIS RECORD'S CHANGE BEGINS, SO A CHANGE WHOSE
      *>    AUDIT TRAIL CANNOT BE WRITTEN IS BACKED OUT ON ITS OWN,
      *>    LEAVING THE RECORDS BEFORE IT IN THE UNIT OF WORK INTACT.
      *>    WITHOUT ONE NO CHANGE CAN BE MADE SAFELY - THE UNIT OF
      *>    WORK IS ROLLED BACK TO THE LAST CHECKPOINT AND THE RUN
      *>    STOPS, TO BE RESTARTED FROM THAT CHECKPOINT
           EXEC SQL
               SAVEPOINT PRICE_RECORD ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PRICEMNT: *** SAVEPOINT NOT SET - SQLCODE='
                   ERH-SQLCODE-DISPLAY
               DISPLAY 'PRICEMNT: *** ROLLED BACK TO LAST CHECKPOINT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       288-BACK-OUT-RECORD.
      *>    THE RECORD'S AUDIT TRAIL COULD NOT BE WRITTEN - ITS
      *>    PRICING CHANGE AND ANY AUDIT ROWS IT DID WRITE GO BACK
      *>    OUT TO THE SAVEPOINT.  296 HAS ALREADY COUNTED THE RECORD
      *>    AS AN ERROR
           EXEC SQL
               ROLLBACK TO SAVEPOINT PRICE_RECORD
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'BACKOUT' TO WS-ACTION-WORD
               PERFORM 276-LOG-SQL-ERROR
           END-IF.

           MOVE SPACES TO PRI-OUTPUT-RECORD.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SIZE
               ' BACKED OUT - AUDIT NOT WRITTEN - Type: '
                   DELIMITED BY SIZE
               WS-IN-TYPE DELIMITED BY SIZE
               ' Effective: ' DELIMITED BY SIZE
               WS-EFFECTIVE-ISO DELIMITED BY SIZE
               INTO PRI-OUTPUT-RECORD
           END-STRING.
           WRITE PRI-OUTPUT-RECORD.

       290-SELECT-VERSION.
      *>    The version of WS-IN-TYPE starting on WS-SELECT-FROM-ISO,
      *>    whole, into PRC-PRICING-RECORD
           EXEC SQL
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
               FROM PRODUCT_PRICING
               WHERE ACCOUNT_TYPE = :WS-IN-TYPE
               AND EFFECTIVE_FROM = :WS-SELECT-FROM-ISO
           END-EXEC.

       292-INSERT-VERSION.
           EXEC SQL
               INSERT INTO PRODUCT_PRICING
                   (ACCOUNT_TYPE, EFFECTIVE_FROM, EFFECTIVE_TO,
                    PRODUCT_NAME, TIER_1_LIMIT, TIER_1_RATE,
                    TIER_2_LIMIT, TIER_2_RATE, TIER_3_RATE,
                    MAINT_FEE, WAIVER_MIN, MIN_BALANCE,
                    BELOW_MIN_FEE, OD_USAGE_FEE, NSF_ITEM_FEE,
                    NSF_DAILY_MAX, PAYMENT_DUE_DAYS,
                    GRACE_DAYS, LATE_CHARGE_AMT, CHARGE_OFF_DAYS,
                    GL_PRINCIPAL_ACCT, GL_INTEREST_ACCT,
                    GL_FEE_ACCT, GL_OFFSET_ACCT, LAST_CHANGED_BY,
                    LAST_UPDATE_DATE, LAST_UPDATE_TIME)
               VALUES
                   (:PRC-ACCOUNT-TYPE, :PRC-EFFECTIVE-FROM,
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
                    :PRC-LAST-CHANGED-BY,
                    CURRENT_DATE, CURRENT_TIME)
           END-EXEC.

       294-STAMP-AUDIT-TIME.
      *>    ONE TIMESTAMP FOR EVERY IMAGE THIS RECORD WRITES
           EXEC SQL
               SELECT CHAR(CURRENT_TIMESTAMP)
               INTO :WS-AUDIT-TS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE 'Y' TO WS-AUDIT-RESULT.

       296-WRITE-AUDIT-IMAGE.
      *>    The row in PRC-PRICING-RECORD, as a WS-IMAGE-TYPE image,
      *>    onto the audit table and the output log.  An audit row
      *>    that cannot be written fails the record - WS-AUDIT-RESULT
      *>    tells the caller to back the pricing change out, and the
      *>    record's remaining images are not attempted
           IF AUDIT-WRITTEN
               PERFORM 297-INSERT-AUDIT-IMAGE
           END-IF.

       297-INSERT-AUDIT-IMAGE.
           ADD 1 TO WS-AUDIT-SEQ.
           EXEC SQL
               INSERT INTO PRODUCT_PRICING_AUDIT
                   (AUDIT_TIMESTAMP, AUDIT_SEQ, OPERATOR_ID,
                    CHANGE_ACTION, IMAGE_TYPE, ACCOUNT_TYPE,
                    EFFECTIVE_FROM, EFFECTIVE_TO, PRODUCT_NAME,
                    TIER_1_LIMIT, TIER_1_RATE, TIER_2_LIMIT,
                    TIER_2_RATE, TIER_3_RATE, MAINT_FEE,
                    WAIVER_MIN, MIN_BALANCE, BELOW_MIN_FEE,
                    OD_USAGE_FEE, NSF_ITEM_FEE, NSF_DAILY_MAX,
                    PAYMENT_DUE_DAYS, GRACE_DAYS,
                    LATE_CHARGE_AMT, CHARGE_OFF_DAYS,
                    GL_PRINCIPAL_ACCT, GL_INTEREST_ACCT,
                    GL_FEE_ACCT, GL_OFFSET_ACCT)
               VALUES
                   (TIMESTAMP(:WS-AUDIT-TS), :WS-AUDIT-SEQ,
                    :WS-IN-OPERATOR, :WS-CHANGE-ACTION,
                    :WS-IMAGE-TYPE, :PRC-ACCOUNT-TYPE,
                    :PRC-EFFECTIVE-FROM, :PRC-EFFECTIVE-TO,
                    :PRC-PRODUCT-NAME,
                    :PRC-TIER-1-LIMIT, :PRC-TIER-1-RATE,
                    :PRC-TIER-2-LIMIT, :PRC-TIER-2-RATE,
                    :PRC-TIER-3-RATE, :PRC-MAINT-FEE,
                    :PRC-WAIVER-MIN, :PRC-MIN-BALANCE,
                    :PRC-BELOW-MIN-FEE, :PRC-OD-USAGE-FEE,
                    :PRC-NSF-ITEM-FEE, :PRC-NSF-DAILY-MAX,
                    :PRC-PAYMENT-DUE-DAYS, :PRC-GRACE-DAYS,
                    :PRC-LATE-CHARGE-AMT, :PRC-CHARGE-OFF-DAYS,
                    :PRC-GL-PRINCIPAL-ACCT, :PRC-GL-INTEREST-ACCT,
                    :PRC-GL-FEE-ACCT, :PRC-GL-OFFSET-ACCT)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-AUDIT-RESULT
               MOVE 'AUDIT' TO WS-ACTION-WORD
               PERFORM 276-LOG-SQL-ERROR
           ELSE
               PERFORM 298-WRITE-IMAGE-LINE
           END-IF.

       298-WRITE-IMAGE-LINE.
      *>    ONE LINE PER IMAGE - TYPE, DATES, TIERS (LIMIT/RATE),
      *>    FEES (MAINTENANCE/WAIVER/MINIMUM/BELOW-MINIMUM/OVERDRAFT),
      *>    NSF ITEM FEE/DAILY MAXIMUM,
      *>    LOAN TERMS (DUE/GRACE/LATE CHARGE/CHARGE-OFF), GL ACCOUNTS
      *>    (PRINCIPAL/INTEREST/FEE/OFFSET)
           MOVE PRC-TIER-1-LIMIT TO WS-DSP-TIER-1-LIMIT.
           MOVE PRC-TIER-1-RATE TO WS-DSP-TIER-1-RATE.
           MOVE PRC-TIER-2-LIMIT TO WS-DSP-TIER-2-LIMIT.
           MOVE PRC-TIER-2-RATE TO WS-DSP-TIER-2-RATE.
           MOVE PRC-TIER-3-RATE TO WS-DSP-TIER-3-RATE.
           MOVE PRC-MAINT-FEE TO WS-DSP-MAINT-FEE.
           MOVE PRC-WAIVER-MIN TO WS-DSP-WAIVER-MIN.
           MOVE PRC-MIN-BALANCE TO WS-DSP-MIN-BALANCE.
           MOVE PRC-BELOW-MIN-FEE TO WS-DSP-BELOW-MIN-FEE.
           MOVE PRC-OD-USAGE-FEE TO WS-DSP-OD-USAGE-FEE.
           MOVE PRC-NSF-ITEM-FEE TO WS-DSP-NSF-FEE.
           MOVE PRC-NSF-DAILY-MAX TO WS-DSP-NSF-MAX.
           MOVE PRC-PAYMENT-DUE-DAYS TO WS-DSP-DUE-DAYS.
           MOVE PRC-GRACE-DAYS TO WS-DSP-GRACE-DAYS.
           MOVE PRC-LATE-CHARGE-AMT TO WS-DSP-LATE-CHARGE.
           MOVE PRC-CHARGE-OFF-DAYS TO WS-DSP-CHARGE-OFF-DAYS.

           MOVE SPACES TO PRI-OUTPUT-RECORD.
           STRING '         IMAGE ' DELIMITED BY SIZE
               WS-IMAGE-TYPE DELIMITED BY SIZE
               ' Type: ' DELIMITED BY SIZE
               PRC-ACCOUNT-TYPE DELIMITED BY SIZE
               ' From: ' DELIMITED BY SIZE
               PRC-EFFECTIVE-FROM DELIMITED BY SIZE
               ' To: ' DELIMITED BY SIZE
               PRC-EFFECTIVE-TO DELIMITED BY SIZE
               ' Tiers: ' DELIMITED BY SIZE
               WS-DSP-TIER-1-LIMIT DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DSP-TIER-1-RATE DELIMITED BY SIZE
               WS-DSP-TIER-2-LIMIT DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DSP-TIER-2-RATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DSP-TIER-3-RATE DELIMITED BY SIZE
               ' Fees: ' DELIMITED BY SIZE
               WS-DSP-MAINT-FEE DELIMITED BY SIZE
               WS-DSP-WAIVER-MIN DELIMITED BY SIZE
               WS-DSP-MIN-BALANCE DELIMITED BY SIZE
               WS-DSP-BELOW-MIN-FEE DELIMITED BY SIZE
               WS-DSP-OD-USAGE-FEE DELIMITED BY SIZE
               ' NSF: ' DELIMITED BY SIZE
               WS-DSP-NSF-FEE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DSP-NSF-MAX DELIMITED BY SIZE
               ' Loan: ' DELIMITED BY SIZE
               WS-DSP-DUE-DAYS DELIMITED BY SIZE
               WS-DSP-GRACE-DAYS DELIMITED BY SIZE
               WS-DSP-LATE-CHARGE DELIMITED BY SIZE
               WS-DSP-CHARGE-OFF-DAYS DELIMITED BY SIZE
               ' GL: ' DELIMITED BY SIZE
               PRC-GL-PRINCIPAL-ACCT DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PRC-GL-INTEREST-ACCT DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PRC-GL-FEE-ACCT DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PRC-GL-OFFSET-ACCT DELIMITED BY SIZE
               INTO PRI-OUTPUT-RECORD
           END-STRING.
           WRITE PRI-OUTPUT-RECORD.

       300-FINALIZATION.
           CLOSE PRICE-INPUT-FILE.
           CLOSE PRICE-OUTPUT-FILE.
           CLOSE CHECKPOINT-FILE.

           DISPLAY 'PRICEMNT: Processing Complete'.
           DISPLAY 'Records Processed: ' WS-RECORD-COUNT.
           DISPLAY 'Successful: ' WS-SUCCESS-COUNT.
           DISPLAY 'Failed: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
