       01 WS-EDIT-VARS.
           05 WS-ACCT-BALANCE         PIC S9(11)V99 COMP-3.
           05 WS-ACCT-OD-LIMIT        PIC S9(11)V99 COMP-3.
      *>    ACTIVE HOLDS AND LIENS ON THE ACCOUNT - EARMARKED FUNDS A
      *>    DEBIT-SIDE RE-POST MAY NOT DRAW ON
           05 WS-ACCT-HOLD-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ACCT-STATUS          PIC X(1).
           05 WS-TO-BALANCE           PIC S9(11)V99 COMP-3.
           05 WS-TO-STATUS            PIC X(1).
      *>    THE SAME EDITS TRANPOST TOOK ON THE ORIGINAL ITEM - THE
      *>    ACCOUNT (AND A TRANSFER'S TO-ACCOUNT) MUST BE BACK TO
      *>    'A', AND A DEBIT-SIDE RE-POST STILL RESPECTS THE
      *>    ACCOUNT'S OVERDRAFT LIMIT NET OF ANY ACTIVE HOLDS
           MOVE 'Y' TO WS-ITEM-OK.
           MOVE SPACES TO WS-FAIL-REASON.

               MOVE 'N' TO WS-ITEM-OK
               MOVE 'ACCOUNT STILL NOT ACTIVE' TO WS-FAIL-REASON
           ELSE IF HLD-TXN-TYPE NOT = 'C'
               PERFORM 215-SUM-ACTIVE-HOLDS
               COMPUTE WS-NEW-BALANCE =
                   WS-ACCT-BALANCE - HLD-TXN-AMOUNT
               IF NOT ITEM-OK
                   CONTINUE
               ELSE
                   IF WS-NEW-BALANCE < (0 - WS-ACCT-OD-LIMIT)
                       MOVE 'N' TO WS-ITEM-OK
                       MOVE 'OVERDRAFT EXCEEDED' TO WS-FAIL-REASON
                   ELSE
                       IF (WS-NEW-BALANCE - WS-ACCT-HOLD-AMOUNT) <
                          (0 - WS-ACCT-OD-LIMIT)
                           MOVE 'N' TO WS-ITEM-OK
                           MOVE 'FUNDS UNDER HOLD' TO WS-FAIL-REASON
                       END-IF
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-NEW-BALANCE =
               END-IF
           END-IF.

       215-SUM-ACTIVE-HOLDS.
      *>    AVAILABLE BALANCE = BALANCE + OVERDRAFT LIMIT - ACTIVE
      *>    HOLDS, THE SAME TEST TRANPOST'S 233-SUM-ACTIVE-HOLDS
      *>    TAKES - A HOLD PAST ITS EXPIRY DATE RESTRICTS NOTHING.
      *>    A FAILED SUM LEAVES THE ITEM ON HOLD - IT MUST NEVER
      *>    RE-POST AS THOUGH THE ACCOUNT CARRIED NO HOLDS
           MOVE 0 TO WS-ACCT-HOLD-AMOUNT.
           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
               INTO :WS-ACCT-HOLD-AMOUNT
               FROM ACCOUNT_HOLDS
               WHERE ACCOUNT_NUMBER = :HLD-ACCOUNT-NUMBER
               AND HOLD_STATUS = 'A'
               AND (EXPIRY_DATE IS NULL
                    OR EXPIRY_DATE >= CURRENT_DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'N' TO WS-ITEM-OK
               MOVE 'HOLD CHECK FAILED' TO WS-FAIL-REASON
           END-IF.

       230-REPOST-HELD-ITEM.
           IF HLD-TXN-TYPE = 'T'
               PERFORM 240-REPOST-TRANSFER
