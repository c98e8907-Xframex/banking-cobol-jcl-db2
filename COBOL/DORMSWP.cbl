           05 WS-ESCHEAT-MONTHS       PIC 9(2) VALUE 36.
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.
      *>    THE CURSOR LOOP RUNS SQL AGAINST EACH ROW, SO END OF DATA
      *>    IS LATCHED HERE RATHER THAN READ BACK OFF SQLCODE
           05 WS-EOF-DORM             PIC X VALUE 'N'.
               88 DORM-EOF                VALUE 'Y'.

      *>    HOST VARIABLES FOR THE DORMANCY CURSOR - LAST ACTIVITY IS
      *>    THE NEWEST TRANSACTIONS ROW, FALLING BACK TO THE ACCOUNT'S
           05 WS-ACCT-STATUS          PIC X(1).
           05 WS-ACCT-BALANCE         PIC S9(11)V99 COMP-3.
           05 WS-LAST-ACTIVITY-ISO    PIC X(10).
      *>    NEWEST OWNER CONTACT ON A CLOSED ESCHEATMENT CASE (LETTER
      *>    ANSWERED, OR ACTIVITY DURING THE WAITING PERIOD) - SPACES
      *>    WHEN THERE IS NONE.  CONTACT RESTARTS THE ESCHEAT CLOCK
           05 WS-OWNER-CONTACT-ISO    PIC X(10).

      *>    ESCHEATMENT CASE OPENED FOR A BALANCE FLAGGED PAST THE
      *>    ESCHEAT WINDOW - CASE ID IS 'E' + RUN DATE + RUN TIME +
      *>    SEQUENCE SO A SAME-DAY RERUN CANNOT COLLIDE
       01 WS-ESCHEAT-CASE-VARS.
           05 WS-OPEN-CASE-COUNT      PIC 9(8) VALUE 0.
           05 WS-CASE-SEQ             PIC 9(5) VALUE 0.
           05 WS-CASE-ID              PIC X(20).

      *>    MONTHS-IDLE ARITHMETIC ON THE ISO LAST-ACTIVITY DATE
       01 WS-IDLE-CALC.
           05 WS-ESCHEAT-COUNT        PIC 9(8) VALUE 0.
           05 WS-DORMANT-BALANCES     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ESCHEAT-BALANCES     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CASE-OPENED-COUNT    PIC 9(8) VALUE 0.
           05 WS-CASE-ERROR-COUNT     PIC 9(8) VALUE 0.

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS ABOVE - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
           05 WS-DISP-MONTHS          PIC -9(5).

       COPY ACCTREC.
       COPY ESCHREC.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

      *>    the escheat window is flagged on a later run, not only on
      *>    the one run that happened to sweep it.  The months-idle
      *>    test itself is applied as each row is fetched so the
      *>    dormancy window stays a control-card knob.  The newest
      *>    owner contact on a closed escheatment case comes back
      *>    with each row so it can restart the escheat clock
           EXEC SQL
               DECLARE DORM_CURSOR CURSOR FOR
               SELECT A.ACCOUNT_NUMBER, A.CUSTOMER_ID,
                      A.ACCOUNT_TYPE, A.ACCOUNT_STATUS,
                      A.ACCOUNT_BALANCE,
                      CHAR(COALESCE(MAX(T.TRANSACTION_DATE),
                           A.CREATION_DATE), ISO),
                      COALESCE((SELECT CHAR(MAX(E.CLOSED_DATE), ISO)
                                FROM ESCHEAT_CASES E
                                WHERE E.ACCOUNT_NUMBER =
                                      A.ACCOUNT_NUMBER
                                AND (E.CASE_STATUS = 'R' OR
                                     E.CASE_STATUS = 'A')), ' ')
               FROM ACCOUNTS A
               LEFT OUTER JOIN TRANSACTIONS T
                    ON T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER

           EXEC SQL OPEN DORM_CURSOR END-EXEC.

           PERFORM UNTIL DORM-EOF
               EXEC SQL
                   FETCH DORM_CURSOR
                   INTO :WS-ACCT-NUMBER, :WS-CUST-ID,
                        :WS-ACCT-TYPE, :WS-ACCT-STATUS,
                        :WS-ACCT-BALANCE, :WS-LAST-ACTIVITY-ISO,
                        :WS-OWNER-CONTACT-ISO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-EOF-DORM
               ELSE
                   ADD 1 TO WS-SCANNED-COUNT
      *>            ISO DATES COMPARE CORRECTLY AS CHARACTER STRINGS
                   IF WS-OWNER-CONTACT-ISO NOT = SPACES AND
                      WS-OWNER-CONTACT-ISO > WS-LAST-ACTIVITY-ISO
                       MOVE WS-OWNER-CONTACT-ISO
                           TO WS-LAST-ACTIVITY-ISO
                   END-IF
                   PERFORM 210-COMPUTE-MONTHS-IDLE
                   IF WS-MONTHS-IDLE >= WS-DORMANT-MONTHS
                       PERFORM 220-SWEEP-TO-DORMANT
           WRITE DORMANCY-REPORT-LINE.

      *>    A BALANCE IDLE PAST THE ESCHEAT WINDOW IS FLAGGED FOR THE
      *>    ABANDONED-PROPERTY REVIEW QUEUE AND, FOR A DEPOSIT ACCOUNT
      *>    STILL HOLDING FUNDS, OPENS AN ESCHEATMENT CASE - ESCHPROC
      *>    TAKES THE CASE THROUGH THE DUE-DILIGENCE LETTER AND THE
      *>    WAITING PERIOD BEFORE ANYTHING IS MOVED
           IF WS-MONTHS-IDLE >= WS-ESCHEAT-MONTHS
               ADD 1 TO WS-ESCHEAT-COUNT
               ADD WS-ACCT-BALANCE TO WS-ESCHEAT-BALANCES
               MOVE '  *** FLAGGED FOR ESCHEATMENT REVIEW ***'
                   TO DORMANCY-REPORT-LINE
               WRITE DORMANCY-REPORT-LINE
               IF NOT DRY-RUN-MODE AND
                  WS-ACCT-TYPE NOT = 'L' AND
                  WS-ACCT-BALANCE > 0
                   PERFORM 240-OPEN-ESCHEAT-CASE
               END-IF
           END-IF.

       240-OPEN-ESCHEAT-CASE.
      *>    One open case per account - a balance already in the
      *>    pipeline is simply re-flagged on the aging report
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-CASE-COUNT
               FROM ESCHEAT_CASES
               WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
               AND (CASE_STATUS = 'F' OR CASE_STATUS = 'N')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 245-LOG-CASE-ERROR
           ELSE IF WS-OPEN-CASE-COUNT > 0
               MOVE '  ESCHEATMENT CASE ALREADY OPEN'
                   TO DORMANCY-REPORT-LINE
               WRITE DORMANCY-REPORT-LINE
           ELSE
               ADD 1 TO WS-CASE-SEQ
               STRING 'E' DELIMITED BY SIZE
                   WS-EXECUTION-DATE DELIMITED BY SIZE
                   WS-EXECUTION-TIME DELIMITED BY SIZE
                   WS-CASE-SEQ DELIMITED BY SIZE
                   INTO WS-CASE-ID
               END-STRING
               MOVE WS-CASE-ID TO ESR-CASE-ID
               MOVE WS-ACCT-NUMBER TO ESR-ACCOUNT-NUMBER
               MOVE WS-CUST-ID TO ESR-CUSTOMER-ID
               MOVE WS-ACCT-TYPE TO ESR-ACCOUNT-TYPE
               MOVE WS-LAST-ACTIVITY-ISO TO ESR-LAST-ACTIVITY-DATE
               MOVE WS-ACCT-BALANCE TO ESR-FLAG-BALANCE
               EXEC SQL
                   INSERT INTO ESCHEAT_CASES
                       (CASE_ID, ACCOUNT_NUMBER, CUSTOMER_ID,
                        ACCOUNT_TYPE, CASE_STATUS, FLAG_DATE,
                        LAST_ACTIVITY_DATE, FLAG_BALANCE,
                        LAST_UPDATE_DATE, LAST_UPDATE_TIME)
                   VALUES
                       (:ESR-CASE-ID, :ESR-ACCOUNT-NUMBER,
                        :ESR-CUSTOMER-ID, :ESR-ACCOUNT-TYPE, 'F',
                        CURRENT_DATE, :ESR-LAST-ACTIVITY-DATE,
                        :ESR-FLAG-BALANCE,
                        CURRENT_DATE, CURRENT_TIME)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 245-LOG-CASE-ERROR
               ELSE
                   ADD 1 TO WS-CASE-OPENED-COUNT
                   STRING '  ESCHEATMENT CASE OPENED: ' DELIMITED BY
                           SIZE
                       WS-CASE-ID DELIMITED BY SIZE
                       INTO DORMANCY-REPORT-LINE
                   END-STRING
                   WRITE DORMANCY-REPORT-LINE
               END-IF
           END-IF.

       245-LOG-CASE-ERROR.
           ADD 1 TO WS-CASE-ERROR-COUNT.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           STRING '  ESCHEATMENT CASE ERROR - SQLCODE=' DELIMITED BY
                   SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO DORMANCY-REPORT-LINE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE.

       300-FINALIZATION.
           MOVE WS-DORMANT-BALANCES TO WS-DISP-BALANCE.
           STRING 'SWEPT TO DORMANT   COUNT: ' DELIMITED BY SIZE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE.

           STRING 'ESCHEAT CASES OPENED COUNT: ' DELIMITED BY SIZE
               WS-CASE-OPENED-COUNT DELIMITED BY SIZE
               '   ERRORS: ' DELIMITED BY SIZE
               WS-CASE-ERROR-COUNT DELIMITED BY SIZE
               INTO DORMANCY-REPORT-LINE
           END-STRING.
           WRITE DORMANCY-REPORT-LINE.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - PREVIEW ONLY, NO STATUS CHANGES'
                   TO DORMANCY-REPORT-LINE
           DISPLAY 'Swept To Dormant: ' WS-DORMANT-COUNT.
           DISPLAY 'Already Dormant: ' WS-PRIOR-DORMANT-COUNT.
           DISPLAY 'Escheat Review: ' WS-ESCHEAT-COUNT.
           DISPLAY 'Escheat Cases Opened: ' WS-CASE-OPENED-COUNT.
           DISPLAY 'Escheat Case Errors: ' WS-CASE-ERROR-COUNT.

           IF WS-CASE-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
