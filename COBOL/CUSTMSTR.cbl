      *>    COL 1 ACTION (C/U/R/D), COLS 2-9 CUSTOMER ID, COLS 10-39
      *>    NAME, COLS 40-69 ADDRESS LINE 1, COLS 70-99 ADDRESS LINE 2,
      *>    COLS 100-107 DATE OF BIRTH (YYYYMMDD, CREATE ONLY), COL 108
      *>    REQUESTED NEW STATUS (UPDATE ONLY), COLS 109-110 ADDRESS
      *>    STATE (TWO-LETTER CODE, MAY BE BLANK), COLS 111-119
      *>    TAXPAYER ID (9 DIGITS), COL 120 TAXPAYER ID TYPE (S = SSN,
      *>    E = EIN, BLANK = SSN), COL 121 TAX REPORTING STATUS (R =
      *>    REPORTABLE, W = BACKUP WITHHOLDING, E = EXEMPT, BLANK = R
      *>    ON CREATE).  ON AN UPDATE A BLANK TAX FIELD LEAVES THE
      *>    VALUE ON FILE IN PLACE
       FD CUSTOMER-INPUT-FILE.
       01 CUST-INPUT-RECORD           PIC X(130).

           05 WS-OLD-CUST-STATUS      PIC X(1).
           05 WS-NEW-CUST-STATUS      PIC X(1).
      *>    NON-INACTIVE ACCOUNTS STILL OWNED BY THE CUSTOMER - A
      *>    CUSTOMER MAY ONLY BE DEACTIVATED ONCE THIS REACHES ZERO.
      *>    ESCHEATED ACCOUNTS HOLD NO FUNDS AND COUNT AS CLOSED
           05 WS-OPEN-ACCT-COUNT      PIC 9(8) VALUE 0.

       01 WS-ACTION-FLAG.
           MOVE CUST-INPUT-RECORD(40:30) TO CUR-ADDR-LINE-1.
           MOVE CUST-INPUT-RECORD(70:30) TO CUR-ADDR-LINE-2.
           MOVE CUST-INPUT-RECORD(100:8) TO WS-DOB-INPUT.
           MOVE CUST-INPUT-RECORD(109:2) TO CUR-ADDR-STATE.
           MOVE CUST-INPUT-RECORD(111:9) TO CUR-TAX-ID.
           MOVE CUST-INPUT-RECORD(120:1) TO CUR-TAX-ID-TYPE.
           MOVE CUST-INPUT-RECORD(121:1) TO CUR-TAX-STATUS.
      *>    COL 108 CARRIES THE REQUESTED NEW STATUS ON UPDATE RECORDS
           IF ACTION-UPDATE
               MOVE CUST-INPUT-RECORD(108:1) TO WS-NEW-CUST-STATUS
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

      *>    THE STATE IS REWRITTEN WITH THE ADDRESS - BLANK IS ALLOWED
      *>    (NO KNOWN STATE), OTHERWISE IT MUST BE TWO LETTERS
           IF CUR-ADDR-STATE NOT = SPACES
               IF CUR-ADDR-STATE NOT ALPHABETIC-UPPER OR
                  CUR-ADDR-STATE(1:1) = SPACE OR
                  CUR-ADDR-STATE(2:1) = SPACE
                   MOVE 'N' TO WS-VALID-TRANSACTION
               END-IF
           END-IF.

      *>    TAX FIELDS ARE OPTIONAL ON THE CARD, BUT WHAT IS KEYED
      *>    MUST BE USABLE ON THE YEAR-END 1099 FILING - A NINE-DIGIT
      *>    TIN AND A KNOWN TIN TYPE AND REPORTING STATUS
           IF CUR-TAX-ID NOT = SPACES AND CUR-TAX-ID NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRANSACTION
           END-IF.

           IF CUR-TAX-ID-TYPE NOT = SPACE
               MOVE CUR-TAX-ID-TYPE TO CUR-TIN-TYPE-CHECK
               IF NOT CUR-TIN-TYPE-IS-VALID
                   MOVE 'N' TO WS-VALID-TRANSACTION
               END-IF
           END-IF.

           IF CUR-TAX-STATUS NOT = SPACE
               MOVE CUR-TAX-STATUS TO CUR-TAX-STATUS-CHECK
               IF NOT CUR-TAX-STATUS-IS-VALID
                   MOVE 'N' TO WS-VALID-TRANSACTION
               END-IF
           END-IF.

           IF ACTION-CREATE
               IF WS-DOB-INPUT NOT NUMERIC
                   MOVE 'N' TO WS-VALID-TRANSACTION
               INTO CUR-DATE-OF-BIRTH
           END-STRING.

      *>    A NEW CUSTOMER IS REPORTABLE UNLESS KEYED OTHERWISE, AND A
      *>    TIN KEYED WITHOUT A TYPE IS TAKEN AS A SOCIAL SECURITY
      *>    NUMBER - THE COMMON CASE FOR A RETAIL DEPOSITOR
           IF CUR-TAX-STATUS = SPACE
               MOVE 'R' TO CUR-TAX-STATUS
           END-IF.
           IF CUR-TAX-ID NOT = SPACES AND CUR-TAX-ID-TYPE = SPACE
               MOVE 'S' TO CUR-TAX-ID-TYPE
           END-IF.

           EXEC SQL
               INSERT INTO CUSTOMERS
                   (CUSTOMER_ID, CUSTOMER_NAME, ADDR_LINE_1,
                    ADDR_LINE_2, ADDR_STATE, DATE_OF_BIRTH,
                    CUSTOMER_STATUS, TAX_ID, TAX_ID_TYPE, TAX_STATUS,
                    CREATION_DATE, LAST_UPDATE_DATE, LAST_UPDATE_TIME)
               VALUES
                   (:CUR-CUSTOMER-ID, :CUR-CUSTOMER-NAME,
                    :CUR-ADDR-LINE-1, :CUR-ADDR-LINE-2,
                    :CUR-ADDR-STATE, :CUR-DATE-OF-BIRTH, 'A',
                    :CUR-TAX-ID, :CUR-TAX-ID-TYPE, :CUR-TAX-STATUS,
                    CURRENT_DATE, CURRENT_DATE, CURRENT_TIME)
           END-EXEC.

               FROM ACCOUNTS
               WHERE CUSTOMER_ID = :CUR-CUSTOMER-ID
               AND ACCOUNT_STATUS <> 'I'
               AND ACCOUNT_STATUS <> 'E'
           END-EXEC.

           IF SQLCODE NOT = 0
           END-IF.

       242-APPLY-UPDATE.
      *>    THE TAX FIELDS ARE ONLY REWRITTEN WHEN THE CARD CARRIES
      *>    THEM - A NAME OR ADDRESS CHANGE MUST NOT WIPE A TIN THE
      *>    YEAR-END FILING DEPENDS ON.  A NEW TIN KEYED WITHOUT A
      *>    TYPE IS TAKEN AS A SOCIAL SECURITY NUMBER, AS ON CREATE
           IF CUR-TAX-ID NOT = SPACES AND CUR-TAX-ID-TYPE = SPACE
               MOVE 'S' TO CUR-TAX-ID-TYPE
           END-IF.

           EXEC SQL
               UPDATE CUSTOMERS
               SET CUSTOMER_NAME = :CUR-CUSTOMER-NAME,
                   ADDR_LINE_1 = :CUR-ADDR-LINE-1,
                   ADDR_LINE_2 = :CUR-ADDR-LINE-2,
                   ADDR_STATE = :CUR-ADDR-STATE,
                   CUSTOMER_STATUS = :WS-NEW-CUST-STATUS,
                   TAX_ID = CASE WHEN :CUR-TAX-ID = ' '
                                 THEN TAX_ID
                                 ELSE :CUR-TAX-ID END,
                   TAX_ID_TYPE = CASE WHEN :CUR-TAX-ID-TYPE = ' '
                                      THEN TAX_ID_TYPE
                                      ELSE :CUR-TAX-ID-TYPE END,
                   TAX_STATUS = CASE WHEN :CUR-TAX-STATUS = ' '
                                     THEN TAX_STATUS
                                     ELSE :CUR-TAX-STATUS END,
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE CUSTOMER_ID = :CUR-CUSTOMER-ID
      *>    Retrieve customer details from DB2
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDR_LINE_1, ADDR_LINE_2,
                      COALESCE(ADDR_STATE, ' '), DATE_OF_BIRTH,
                      CUSTOMER_STATUS, COALESCE(TAX_ID_TYPE, ' '),
                      TAX_STATUS
               INTO :CUR-CUSTOMER-NAME, :CUR-ADDR-LINE-1,
                    :CUR-ADDR-LINE-2, :CUR-ADDR-STATE,
                    :CUR-DATE-OF-BIRTH, :CUR-CUSTOMER-STATUS,
                    :CUR-TAX-ID-TYPE, :CUR-TAX-STATUS
               FROM CUSTOMERS
               WHERE CUSTOMER_ID = :CUR-CUSTOMER-ID
           END-EXEC.
                   CUR-CUSTOMER-NAME DELIMITED BY SIZE
                   ' Status: ' DELIMITED BY SIZE
                   CUR-CUSTOMER-STATUS DELIMITED BY SIZE
                   ' Tax-Status: ' DELIMITED BY SIZE
                   CUR-TAX-STATUS DELIMITED BY SIZE
                   ' TIN-Type: ' DELIMITED BY SIZE
                   CUR-TAX-ID-TYPE DELIMITED BY SIZE
                   INTO CUST-OUTPUT-RECORD
               END-STRING
           ELSE
               FROM ACCOUNTS
               WHERE CUSTOMER_ID = :CUR-CUSTOMER-ID
               AND ACCOUNT_STATUS <> 'I'
               AND ACCOUNT_STATUS <> 'E'
           END-EXEC.

           IF SQLCODE NOT = 0
