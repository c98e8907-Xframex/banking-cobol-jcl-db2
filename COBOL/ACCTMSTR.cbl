      
       DATA DIVISION.
       FILE SECTION.
      *>    COL 1 ACTION, COLS 2-13 ACCOUNT, COLS 14-21 CUSTOMER, COL
      *>    22 TYPE, THEN ON CREATE: COLS 23-27 RATE, COLS 28-40
      *>    OVERDRAFT LIMIT, AND FOR A TERM DEPOSIT ('T') COLS 41-43
      *>    TERM IN MONTHS, COLS 44-51 MATURITY DATE (YYYYMMDD, BLANK
      *>    = ISSUE DATE PLUS THE TERM), COL 52 MATURITY INSTRUCTION
      *>    (R ROLL OVER / P PAY TO LINKED ACCOUNT / H HOLD, BLANK =
      *>    R), COLS 53-64 LINKED PAYOUT ACCOUNT (P ONLY), COLS 65-67
      *>    EARLY-WITHDRAWAL PENALTY IN DAYS OF INTEREST (BLANK = 90,
      *>    000 = NO WITHDRAWAL BEFORE MATURITY)
       FD ACCOUNT-INPUT-FILE.
       01 ACC-INPUT-RECORD            PIC X(100).
      
      
       COPY ACCTREC.
       COPY CUSTREC.
       COPY TDEPREC.
       COPY RUNCTL.
       COPY SQLCA.
       COPY ERRHDLR.
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO PACKED-DECIMAL
      *>    AMOUNTS ARE MOVED HERE BEFORE BEING LOGGED
           05 WS-ACCT-BALANCE-DISPLAY PIC -9(11).99.

      *>    TERM DEPOSIT FIELDS OFF A 'T' CREATE RECORD - THE DISPLAY
      *>    STAGING FIELDS TAKE THE CARD COLUMNS, THE TDR- ROW LAYOUT
      *>    CARRIES THE EDITED VALUES TO DB2
       01 WS-TERM-VARS.
           05 WS-INPUT-TERM-DISPLAY   PIC 9(3).
           05 WS-INPUT-PENALTY-DISPLAY PIC 9(3).
           05 WS-MATURITY-INPUT       PIC X(8).
           05 WS-PAYOUT-TYPE          PIC X(1).
           05 WS-PAYOUT-STATUS        PIC X(1).
           05 WS-RATE-DISPLAY         PIC 9.9999.
      
       01 WS-ACTION-FLAG.
           05 WS-ACTION               PIC X(1).
               END-IF
           END-IF.

      *>    A TERM DEPOSIT IS OPENED WITH ITS TERM, MATURITY AND
      *>    PENALTY FIELDS, WHICH ARE EDITED LIKE ANY OTHER COLUMN
           IF ACTION-CREATE AND ACR-TYPE-IS-TERM-DEPOSIT
               PERFORM 228-VALIDATE-TERM-FIELDS
           END-IF.

      *>    A NEW ACCOUNT MAY ONLY BE OPENED AGAINST A CUSTOMER WHO
      *>    ALREADY EXISTS ON CUSTOMERS AND IS STILL ACTIVE
           IF VALID-TRANSACTION AND ACTION-CREATE
               PERFORM 227-VALIDATE-CUSTOMER
           END-IF.

      *>    A CD PAYING OUT AT MATURITY NEEDS A LIVE ACCOUNT TO PAY TO
           IF VALID-TRANSACTION AND ACTION-CREATE AND
              ACR-TYPE-IS-TERM-DEPOSIT AND TDR-INSTR-IS-PAYOUT
               PERFORM 229-VALIDATE-PAYOUT-ACCOUNT
           END-IF.

       227-VALIDATE-CUSTOMER.
           EXEC SQL
               SELECT CUSTOMER_STATUS
               END-IF
           END-IF.

       228-VALIDATE-TERM-FIELDS.
      *>    THE FIXED RATE IS LOCKED FOR THE TERM, SO A CD MUST BE
      *>    OPENED WITH ONE.  A TERM IS REQUIRED; A MATURITY DATE
      *>    KEYED IN PLACE OF THE COMPUTED ONE MUST BE IN THE FUTURE;
      *>    A BLANK INSTRUCTION ROLLS THE CD OVER AND A BLANK PENALTY
      *>    IS 90 DAYS OF INTEREST
           IF ACC-INPUT-RECORD(23:5) NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           ELSE
               MOVE ACC-INPUT-RECORD(23:5) TO WS-INPUT-RATE-DISPLAY
               IF WS-INPUT-RATE-DISPLAY = 0
                   MOVE 'N' TO WS-VALID-TRANSACTION
               END-IF
           END-IF.

           MOVE 0 TO TDR-TERM-MONTHS.
           IF ACC-INPUT-RECORD(41:3) NUMERIC
               MOVE ACC-INPUT-RECORD(41:3) TO WS-INPUT-TERM-DISPLAY
               MOVE WS-INPUT-TERM-DISPLAY TO TDR-TERM-MONTHS
           END-IF.
           IF TDR-TERM-MONTHS = 0
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           MOVE ACC-INPUT-RECORD(44:8) TO WS-MATURITY-INPUT.
           MOVE SPACES TO TDR-MATURITY-DATE.
           IF WS-MATURITY-INPUT NOT = SPACES
               IF WS-MATURITY-INPUT NOT NUMERIC OR
                  WS-MATURITY-INPUT NOT > WS-EXECUTION-DATE
                   MOVE 'N' TO WS-VALID-TRANSACTION
               ELSE
                   STRING WS-MATURITY-INPUT(1:4) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-MATURITY-INPUT(5:2) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-MATURITY-INPUT(7:2) DELIMITED BY SIZE
                       INTO TDR-MATURITY-DATE
                   END-STRING
               END-IF
           END-IF.

           MOVE ACC-INPUT-RECORD(52:1) TO TDR-MATURITY-INSTR.
           IF TDR-MATURITY-INSTR = SPACE
               MOVE 'R' TO TDR-MATURITY-INSTR
           END-IF.
           MOVE TDR-MATURITY-INSTR TO TDR-INSTR-CHECK.
           IF NOT TDR-INSTR-IS-VALID
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

      *>    ONLY A PAY-OUT CD CARRIES A LINKED ACCOUNT, AND IT MAY
      *>    NOT PAY TO ITSELF
           MOVE SPACES TO TDR-PAYOUT-ACCOUNT.
           IF TDR-INSTR-IS-PAYOUT
               MOVE ACC-INPUT-RECORD(53:12) TO TDR-PAYOUT-ACCOUNT
               IF TDR-PAYOUT-ACCOUNT = SPACES OR
                  TDR-PAYOUT-ACCOUNT = WS-ACCT-NUMBER
                   MOVE 'N' TO WS-VALID-TRANSACTION
               END-IF
           END-IF.

           IF ACC-INPUT-RECORD(65:3) = SPACES
               MOVE 90 TO TDR-PENALTY-DAYS
           ELSE IF ACC-INPUT-RECORD(65:3) NUMERIC
               MOVE ACC-INPUT-RECORD(65:3) TO WS-INPUT-PENALTY-DISPLAY
               MOVE WS-INPUT-PENALTY-DISPLAY TO TDR-PENALTY-DAYS
           ELSE
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

       229-VALIDATE-PAYOUT-ACCOUNT.
      *>    THE LINKED ACCOUNT MUST BE AN ACTIVE DEPOSIT ACCOUNT - NOT
      *>    A LOAN, AND NOT ANOTHER CD, WHICH TAKES NO DEPOSITS IN TERM
           EXEC SQL
               SELECT ACCOUNT_TYPE, ACCOUNT_STATUS
               INTO :WS-PAYOUT-TYPE, :WS-PAYOUT-STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_NUMBER = :TDR-PAYOUT-ACCOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-VALID-TRANSACTION
           ELSE IF WS-PAYOUT-STATUS NOT = 'A'
               MOVE 'N' TO WS-VALID-TRANSACTION
           ELSE IF WS-PAYOUT-TYPE = 'L' OR WS-PAYOUT-TYPE = 'T'
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

       230-CREATE-ACCOUNT.
      *>    Insert new account into DB2
           PERFORM 232-PARSE-CREATE-FIELDS.
                    CURRENT_DATE, CURRENT_DATE, CURRENT_TIME)
           END-EXEC.
      
           IF SQLCODE NOT = 0
               PERFORM 236-LOG-CREATE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE IF WS-ACCT-TYPE = 'T'
               PERFORM 234-CREATE-TERM-DEPOSIT
           ELSE
               PERFORM 235-LOG-CREATE-SUCCESS
               ADD 1 TO WS-SUCCESS-COUNT
           END-IF.
      
       232-PARSE-CREATE-FIELDS.
           MOVE ACC-INPUT-RECORD(28:13) TO WS-INPUT-LIMIT-DISPLAY.
           MOVE WS-INPUT-RATE-DISPLAY TO WS-INTEREST-RATE.
           MOVE WS-INPUT-LIMIT-DISPLAY TO WS-OVERDRAFT-LIMIT.
      *>    A CD CARRIES NO OVERDRAFT LINE - ITS BALANCE CAN ONLY
      *>    COME DOWN TO ZERO
           IF WS-ACCT-TYPE = 'T'
               MOVE 0 TO WS-OVERDRAFT-LIMIT
           END-IF.

       234-CREATE-TERM-DEPOSIT.
      *>    The CD's term row goes on with the account - a blank
      *>    maturity date is worked out by DB2 as the issue date plus
      *>    the term.  If the term row cannot be written the account
      *>    row just inserted is taken back off, so a CD never exists
      *>    without its terms
           EXEC SQL
               INSERT INTO TERM_DEPOSITS
                   (ACCOUNT_NUMBER, TERM_MONTHS, ISSUE_DATE,
                    MATURITY_DATE, MATURITY_INSTR, PAYOUT_ACCOUNT,
                    PENALTY_DAYS, TERM_STATUS, ROLLOVER_COUNT,
                    LAST_UPDATE_DATE, LAST_UPDATE_TIME)
               VALUES
                   (:WS-ACCT-NUMBER, :TDR-TERM-MONTHS, CURRENT_DATE,
                    CASE WHEN :TDR-MATURITY-DATE = ' '
                         THEN CURRENT_DATE + :TDR-TERM-MONTHS MONTHS
                         ELSE DATE(:TDR-MATURITY-DATE) END,
                    :TDR-MATURITY-INSTR,
                    NULLIF(:TDR-PAYOUT-ACCOUNT, ' '),
                    :TDR-PENALTY-DAYS, 'A', 0,
                    CURRENT_DATE, CURRENT_TIME)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   SELECT CHAR(MATURITY_DATE, ISO)
                   INTO :TDR-MATURITY-DATE
                   FROM TERM_DEPOSITS
                   WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
               END-EXEC
               PERFORM 235-LOG-CREATE-SUCCESS
               PERFORM 237-LOG-TERM-DETAILS
               ADD 1 TO WS-SUCCESS-COUNT
           ELSE
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               EXEC SQL
                   DELETE FROM ACCOUNTS
                   WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
               END-EXEC
               PERFORM 238-LOG-TERM-CREATE-ERROR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
      
       235-LOG-CREATE-SUCCESS.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               INTO ACC-OUTPUT-RECORD
           END-STRING.
           WRITE ACC-OUTPUT-RECORD.

       237-LOG-TERM-DETAILS.
           MOVE TDR-TERM-MONTHS TO WS-INPUT-TERM-DISPLAY.
           MOVE TDR-PENALTY-DAYS TO WS-INPUT-PENALTY-DISPLAY.
           MOVE WS-INTEREST-RATE TO WS-RATE-DISPLAY.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               '   TERM DEPOSIT - Account: ' DELIMITED BY SIZE
               WS-ACCT-NUMBER DELIMITED BY SIZE
               ' Rate: ' DELIMITED BY SIZE
               WS-RATE-DISPLAY DELIMITED BY SIZE
               ' Term: ' DELIMITED BY SIZE
               WS-INPUT-TERM-DISPLAY DELIMITED BY SIZE
               ' Matures: ' DELIMITED BY SIZE
               TDR-MATURITY-DATE DELIMITED BY SIZE
               ' Instr: ' DELIMITED BY SIZE
               TDR-MATURITY-INSTR DELIMITED BY SIZE
               ' Pay-To: ' DELIMITED BY SIZE
               TDR-PAYOUT-ACCOUNT DELIMITED BY SIZE
               ' Penalty-Days: ' DELIMITED BY SIZE
               WS-INPUT-PENALTY-DISPLAY DELIMITED BY SIZE
               INTO ACC-OUTPUT-RECORD
           END-STRING.
           WRITE ACC-OUTPUT-RECORD.

       238-LOG-TERM-CREATE-ERROR.
      *>    ERH-SQLCODE-DISPLAY WAS TAKEN FROM THE FAILED TERM INSERT
      *>    BEFORE THE ACCOUNT ROW WAS BACKED OUT
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EXECUTION-TIME DELIMITED BY SIZE
               ': CREATE ERROR - Account: ' DELIMITED BY SIZE
               WS-ACCT-NUMBER DELIMITED BY SIZE
               ' Term deposit row SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO ACC-OUTPUT-RECORD
           END-STRING.
           WRITE ACC-OUTPUT-RECORD.
      
       240-UPDATE-ACCOUNT.
      *>    Capture the before-image of the account status first so
           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 246-LOG-UPDATE-ERROR
           ELSE IF WS-OLD-ACCT-STATUS = 'E'
      *>        THE FUNDS OF AN ESCHEATED ACCOUNT ARE WITH THE STATE -
      *>        THE OWNER CLAIMS THEM BACK THROUGH THE STATE, NOT BY
      *>        REOPENING THE ACCOUNT HERE
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 247-LOG-ESCHEATED-ERROR
           ELSE IF WS-OLD-ACCT-STATUS = 'W'
      *>        A CHARGED-OFF LOAN STAYS CHARGED OFF - THE WRITE-OFF
      *>        IS ON THE LOAN LOSS ALLOWANCE AND THE DEBT IS STILL
      *>        WORKED BY COLLECTIONS UNDER THAT STATUS
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 248-LOG-CHARGED-OFF-ERROR
           ELSE
               PERFORM 242-APPLY-UPDATE
           END-IF.
           END-STRING.
           WRITE ACC-OUTPUT-RECORD.

       247-LOG-ESCHEATED-ERROR.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SIZE
               ' REJECTED - Account: ' DELIMITED BY SIZE
               WS-ACCT-NUMBER DELIMITED BY SIZE
               ' Escheated to the state' DELIMITED BY SIZE
               INTO ACC-OUTPUT-RECORD
           END-STRING.
           WRITE ACC-OUTPUT-RECORD.

       248-LOG-CHARGED-OFF-ERROR.
           STRING WS-EXECUTION-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SIZE
               ' REJECTED - Account: ' DELIMITED BY SIZE
               WS-ACCT-NUMBER DELIMITED BY SIZE
               ' Charged off to the loan loss allowance'
                   DELIMITED BY SIZE
               INTO ACC-OUTPUT-RECORD
           END-STRING.
           WRITE ACC-OUTPUT-RECORD.

       250-RETRIEVE-ACCOUNT.
      *>    Retrieve account details from DB2
           EXEC SQL
               END-STRING
           END-IF.
           WRITE ACC-OUTPUT-RECORD.

           IF SQLCODE = 0 AND WS-ACCT-TYPE = 'T'
               PERFORM 252-RETRIEVE-TERM-DETAILS
           END-IF.

       252-RETRIEVE-TERM-DETAILS.
      *>    A CD'S RETRIEVE ALSO SHOWS ITS LOCKED RATE AND TERMS
           EXEC SQL
               SELECT A.INTEREST_RATE, T.TERM_MONTHS,
                      CHAR(T.MATURITY_DATE, ISO), T.MATURITY_INSTR,
                      COALESCE(T.PAYOUT_ACCOUNT, ' '),
                      T.PENALTY_DAYS
               INTO :WS-INTEREST-RATE, :TDR-TERM-MONTHS,
                    :TDR-MATURITY-DATE, :TDR-MATURITY-INSTR,
                    :TDR-PAYOUT-ACCOUNT, :TDR-PENALTY-DAYS
               FROM ACCOUNTS A
               INNER JOIN TERM_DEPOSITS T
                    ON T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
               WHERE A.ACCOUNT_NUMBER = :WS-ACCT-NUMBER
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 237-LOG-TERM-DETAILS
           END-IF.
      
       260-DELETE-ACCOUNT.
      *>    Closure is only allowed at a zero balance - retrieve the
      *>    current balance first and refuse the closure otherwise
           EXEC SQL
               SELECT ACCOUNT_BALANCE, ACCOUNT_STATUS
               INTO :WS-ACCT-BALANCE, :WS-OLD-ACCT-STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 265-LOG-DELETE-ERROR
           ELSE IF WS-OLD-ACCT-STATUS = 'E'
      *>        ALREADY AT ZERO, BUT CLOSING IT WOULD LOSE THE
      *>        ESCHEATED STATUS THE STATE CLAIM IS TRACED BY
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 247-LOG-ESCHEATED-ERROR
           ELSE IF WS-OLD-ACCT-STATUS = 'W'
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 248-LOG-CHARGED-OFF-ERROR
           ELSE IF WS-ACCT-BALANCE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 266-LOG-DELETE-BALANCE-ERROR
           END-EXEC.
      
           IF SQLCODE = 0
      *>        A CLOSED CD'S TERMS CLOSE WITH IT, SO CDMATURE NEVER
      *>        ROLLS OR PAYS OUT AN ACCOUNT THAT IS NO LONGER OPEN -
      *>        ANY OTHER TYPE HAS NO TERM ROW AND IS UNAFFECTED
               EXEC SQL
                   UPDATE TERM_DEPOSITS
                   SET TERM_STATUS = 'C',
                       LAST_UPDATE_DATE = CURRENT_DATE,
                       LAST_UPDATE_TIME = CURRENT_TIME
                   WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
                   AND TERM_STATUS <> 'C'
               END-EXEC
               ADD 1 TO WS-SUCCESS-COUNT
               STRING WS-EXECUTION-DATE DELIMITED BY SIZE
                   ' DELETE SUCCESS - ' DELIMITED BY SIZE
