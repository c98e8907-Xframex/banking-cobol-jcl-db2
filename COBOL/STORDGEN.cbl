       01 WS-EDIT-VARS.
           05 WS-FROM-BALANCE         PIC S9(11)V99 COMP-3.
           05 WS-FROM-OD-LIMIT        PIC S9(11)V99 COMP-3.
      *>    ACTIVE HOLDS AND LIENS ON THE FROM-ACCOUNT - EARMARKED
      *>    FUNDS A STANDING ORDER MAY NOT SPEND
           05 WS-FROM-HOLD-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-FROM-STATUS          PIC X(1).
           05 WS-TO-STATUS            PIC X(1).
           05 WS-PROJECTED-BALANCE    PIC S9(11)V99 COMP-3.
           05 WS-ORDERS-GENERATED     PIC 9(8) VALUE 0.
           05 WS-ORDERS-FAILED        PIC 9(8) VALUE 0.
           05 WS-ORDERS-EXPIRED       PIC 9(8) VALUE 0.
           05 WS-ORDERS-RETURNED      PIC 9(8) VALUE 0.
      *>    DISPLAY-USAGE SHADOW OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND
           05 WS-ORDER-AMT-DISPLAY    PIC -9(11).99.

       COPY ACCTREC.
       COPY STORDREC.
       COPY RETIREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

               MOVE 'N' TO WS-ORDER-OK
               MOVE 'FROM-ACCOUNT NOT ACTIVE' TO WS-FAIL-REASON
           ELSE
               PERFORM 215-SUM-ACTIVE-HOLDS
               COMPUTE WS-PROJECTED-BALANCE =
                   WS-FROM-BALANCE - SOR-ORDER-AMOUNT
               IF NOT ORDER-OK
                   CONTINUE
               ELSE IF WS-PROJECTED-BALANCE < (0 - WS-FROM-OD-LIMIT)
                   MOVE 'N' TO WS-ORDER-OK
                   MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
               ELSE IF (WS-PROJECTED-BALANCE - WS-FROM-HOLD-AMOUNT) <
                       (0 - WS-FROM-OD-LIMIT)
                   MOVE 'N' TO WS-ORDER-OK
                   MOVE 'FUNDS UNDER HOLD' TO WS-FAIL-REASON
               END-IF
           END-IF.

               END-IF
           END-IF.

       215-SUM-ACTIVE-HOLDS.
      *>    AVAILABLE BALANCE = BALANCE + OVERDRAFT LIMIT - ACTIVE
      *>    HOLDS, THE SAME TEST TRANPOST'S 233-SUM-ACTIVE-HOLDS
      *>    TAKES WHEN THE DETAIL POSTS - A HOLD PAST ITS EXPIRY DATE
      *>    RESTRICTS NOTHING.  A FAILED SUM ROLLS THE ORDER TO THE
      *>    RETRY REPORT - NO DETAIL IS CUT AGAINST FUNDS THAT MAY BE
      *>    UNDER A LIEN
           MOVE 0 TO WS-FROM-HOLD-AMOUNT.
           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
               INTO :WS-FROM-HOLD-AMOUNT
               FROM ACCOUNT_HOLDS
               WHERE ACCOUNT_NUMBER = :SOR-FROM-ACCOUNT
               AND HOLD_STATUS = 'A'
               AND (EXPIRY_DATE IS NULL
                    OR EXPIRY_DATE >= CURRENT_DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-ORDER-OK
               MOVE 'HOLD CHECK FAILED' TO WS-FAIL-REASON
           END-IF.

       220-EMIT-TRANSFER-DETAIL.
      *>    'T' DETAIL - COLS 2-13 FROM-ACCOUNT, COLS 14-26 AMOUNT,
      *>    COLS 27-38 TO-ACCOUNT, THE LAYOUT TRANPOST'S
           WRITE ORDER-REPORT-LINE.

           IF NOT DRY-RUN-MODE
               IF WS-FAIL-REASON = 'INSUFFICIENT FUNDS' OR
                  WS-FAIL-REASON = 'FUNDS UNDER HOLD'
                   PERFORM 242-CAPTURE-RETURNED-ITEM
               END-IF

               EXEC SQL
                   UPDATE STANDING_ORDERS
                   SET RETRY_COUNT = RETRY_COUNT + 1,
               END-IF
           END-IF.

       242-CAPTURE-RETURNED-ITEM.
      *>    AN ORDER REFUSED FOR LACK OF FUNDS IS A RETURNED ITEM LIKE
      *>    ANY DEBIT TRANPOST REFUSES ON OVERDRAFT - IT GOES ON
      *>    RETURNED_ITEMS FOR NSFPROC TO CHARGE AND NOTIFY, ONE ROW
      *>    FOR EACH NIGHT THE ORDER FAILS.  WS-ORDERS-DUE NUMBERS THE
      *>    ORDER WITHIN THE RUN, SO THE BUILT ID IS UNIQUE
           COMPUTE RTI-AVAILABLE-BAL =
               WS-FROM-BALANCE + WS-FROM-OD-LIMIT - WS-FROM-HOLD-AMOUNT.

           EXEC SQL
               INSERT INTO RETURNED_ITEMS
                   (RETURN_ID, ACCOUNT_NUMBER, RETURN_DATE,
                    ITEM_TYPE, ITEM_AMOUNT, AVAILABLE_BAL,
                    PAYEE_ACCOUNT, ITEM_REFERENCE, BATCH_ID,
                    BRANCH_ID, SOURCE_PROGRAM, ITEM_STATUS,
                    FEE_AMOUNT, LAST_UPDATE_DATE, LAST_UPDATE_TIME)
               VALUES
                   ('RSO' || :WS-EXECUTION-DATE ||
                    :WS-ORDERS-DUE,
                    :SOR-FROM-ACCOUNT, :RCT-BUSINESS-DATE, 'S',
                    :SOR-ORDER-AMOUNT, :RTI-AVAILABLE-BAL,
                    :SOR-TO-ACCOUNT, :SOR-ORDER-ID,
                    :WS-BATCH-ID, '9999', 'STORDGEN', 'N',
                    0, CURRENT_DATE, CURRENT_TIME)
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-ORDERS-RETURNED
           ELSE
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               MOVE SPACES TO ORDER-REPORT-LINE
               STRING '        Order: ' DELIMITED BY SIZE
                   SOR-ORDER-ID DELIMITED BY SIZE
                   ' - RETURNED ITEM NOT RECORDED, SQLCODE='
                       DELIMITED BY SIZE
                   ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
                   INTO ORDER-REPORT-LINE
               END-STRING
               WRITE ORDER-REPORT-LINE
           END-IF.

       245-LOG-SCHEDULE-COMPLETE.
           STRING 'EXPIRED Order: ' DELIMITED BY SIZE
               SOR-ORDER-ID DELIMITED BY SIZE
               WS-ORDERS-FAILED DELIMITED BY SIZE
               '   EXPIRED: ' DELIMITED BY SIZE
               WS-ORDERS-EXPIRED DELIMITED BY SIZE
               '   RETURNED NSF: ' DELIMITED BY SIZE
               WS-ORDERS-RETURNED DELIMITED BY SIZE
               '   BATCH TOTAL: ' DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               INTO ORDER-REPORT-LINE
