       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1099.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    IRS ELECTRONIC FILING - 750-BYTE PUBLICATION 1220 RECORDS:
      *>    'T' TRANSMITTER, 'A' PAYER (TYPE OF RETURN 6, 1099-INT),
      *>    ONE 'B' PER REPORTABLE CUSTOMER, 'C' END OF PAYER WITH
      *>    THE CONTROL TOTAL, 'F' END OF TRANSMISSION
           SELECT IRS-OUTPUT-FILE
               ASSIGN TO UT-S-IRSFILE
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    PRINTED 1099-INT RECIPIENT STATEMENTS - ONE PER CUSTOMER
      *>    ON THE FILING, NAME AND ADDRESS BLOCK POSITIONED FOR A
      *>    WINDOW ENVELOPE AS ON THE MONTHLY STATEMENTS
           SELECT TAX-STATEMENT-FILE
               ASSIGN TO UT-S-TAXSTMT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    TIN EXCEPTION LIST AND RUN CONTROL TOTALS FOR THE TAX TEAM
           SELECT TAX-EXCEPTION-REPORT
               ASSIGN TO UT-S-TAXEXCP
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IRS-OUTPUT-FILE.
       01 IRS-OUTPUT-RECORD           PIC X(750).

       FD TAX-STATEMENT-FILE.
       01 STATEMENT-LINE              PIC X(150).

       FD TAX-EXCEPTION-REPORT.
       01 EXCEPTION-LINE              PIC X(150).

      *>    CONTROL CARD 1: COLS 1-4 TAX YEAR (DEFAULT THE YEAR BEFORE
      *>    THE RUN DATE), COLS 5-11 REPORTING THRESHOLD 9(5)V99
      *>    (DEFAULT 10.00), COL 12 T = IRS TEST FILE, COLS 13-21 THE
      *>    BANK'S EMPLOYER ID, COLS 22-26 TRANSMITTER CONTROL CODE,
      *>    COLS 27-66 BANK NAME, COLS 67-68 BANK STATE, COLS 69-77
      *>    BANK ZIP CODE.  CONTROL CARD 2: COLS 1-40 BANK STREET
      *>    ADDRESS, COLS 41-80 BANK CITY.  CONTROL CARD 3: COLS 1-40
      *>    NAME OF THE PERSON THE IRS CONTACTS ABOUT THE FILING, COLS
      *>    41-55 THEIR TELEPHONE NUMBER AND EXTENSION.  CONTROL CARD
      *>    4 (OPTIONAL): COLS 1-50 THEIR E-MAIL ADDRESS
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'TAX1099'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARDS AT STARTUP
       01 WS-RUN-CONTROL.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-TAX-YEAR             PIC 9(4) VALUE 0.
      *>    INTEREST OF LESS THAN THIS FOR THE YEAR IS NOT REPORTED
           05 WS-THRESHOLD            PIC 9(5)V99 VALUE 10.00.
           05 WS-THRESHOLD-X REDEFINES WS-THRESHOLD
                                      PIC X(7).
           05 WS-TEST-FILE-FLAG       PIC X(1) VALUE SPACE.
               88 IRS-TEST-FILE           VALUE 'T'.
           05 WS-PAYER-TIN            PIC X(9) VALUE SPACES.
           05 WS-PAYER-TCC            PIC X(5) VALUE SPACES.
           05 WS-PAYER-NAME           PIC X(40) VALUE SPACES.
           05 WS-PAYER-STATE          PIC X(2) VALUE SPACES.
           05 WS-PAYER-ZIP            PIC X(9) VALUE SPACES.
           05 WS-PAYER-ADDRESS        PIC X(40) VALUE SPACES.
           05 WS-PAYER-CITY           PIC X(40) VALUE SPACES.
           05 WS-CONTACT-NAME         PIC X(40) VALUE SPACES.
           05 WS-CONTACT-PHONE        PIC X(15) VALUE SPACES.
           05 WS-CONTACT-EMAIL        PIC X(50) VALUE SPACES.

      *>    ISO CHARACTER FORMS OF THE TAX YEAR BOUNDS PASSED TO DB2
       01 WS-PERIOD-DATES.
           05 WS-YEAR-START-ISO       PIC X(10).
           05 WS-YEAR-END-ISO         PIC X(10).

      *>    THE PAYEE CURSOR IS RUN TWICE - A COUNTING PASS, BECAUSE
      *>    THE TRANSMITTER RECORD AT THE FRONT OF THE FILE MUST
      *>    CARRY THE NUMBER OF PAYEES, THEN THE REPORTING PASS THAT
      *>    WRITES THE FILE, STATEMENTS AND EXCEPTIONS.  BOTH PASSES
      *>    CLASSIFY EVERY CUSTOMER THE SAME WAY
       01 WS-PASS-CONTROL.
           05 WS-PASS-FLAG            PIC X(1) VALUE 'C'.
               88 COUNT-PASS              VALUE 'C'.
               88 REPORT-PASS             VALUE 'R'.
           05 WS-EXPECTED-PAYEES      PIC 9(8) VALUE 0.
           05 WS-PASS-FILED-COUNT     PIC 9(8) VALUE 0.
           05 WS-EOF-PAYEE            PIC X(1) VALUE 'N'.
               88 PAYEE-EOF               VALUE 'Y'.

      *>    HOST VARIABLES FOR THE PAYEE AND ACCOUNT CURSORS
       01 WS-PAYEE-VARS.
           05 WS-CUST-ID              PIC X(8).
           05 WS-CUST-INTEREST        PIC S9(11)V99 COMP-3.
           05 WS-ACCT-NUMBER          PIC X(12).
           05 WS-ACCT-INTEREST        PIC S9(11)V99 COMP-3.

      *>    WHAT BECOMES OF THE CUSTOMER IN HAND - FILED, UNDER THE
      *>    REPORTING THRESHOLD, AN EXEMPT RECIPIENT, OR HELD OFF THE
      *>    FILE FOR A TIN THE IRS WOULD REJECT
       01 WS-PAYEE-DISPOSITION.
           05 WS-DISPOSITION          PIC X(1).
               88 PAYEE-FILED             VALUE 'F'.
               88 PAYEE-UNDER-THRESHOLD   VALUE 'U'.
               88 PAYEE-EXEMPT            VALUE 'E'.
               88 PAYEE-EXCEPTION         VALUE 'X'.
           05 WS-CUST-FOUND           PIC X(1).
               88 CUSTOMER-ON-FILE        VALUE 'Y'.
           05 WS-EXCEPTION-REASON     PIC X(30).
           05 WS-MASKED-TIN           PIC X(11).

      *>    STATEMENT PAGE FORMATTING - THE SAME FIXED-DEPTH PAGES
      *>    AND CONTINUATION HEADINGS STMTGEN PRINTS
       01 WS-PAGE-CONTROL.
           05 WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05 WS-LINE-COUNT           PIC 9(3) VALUE 0.
           05 WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
           05 WS-TOTAL-PAGES          PIC 9(8) VALUE 0.
           05 WS-PRINT-LINE           PIC X(150).

      *>    IRS FILE CONTROL - EVERY RECORD CARRIES ITS SEQUENCE
      *>    NUMBER IN POSITIONS 500-507, STARTING AT 1 ON THE 'T'
       01 WS-IRS-CONTROL.
           05 WS-RECORD-SEQ           PIC 9(8) VALUE 0.
           05 WS-FILE-PAYEE-COUNT     PIC 9(8) VALUE 0.
           05 WS-FILE-INTEREST-TOTAL  PIC S9(13)V99 COMP-3 VALUE 0.

      *>    UNSIGNED WHOLE-CENTS STAGING FOR THE IRS AMOUNT FIELDS -
      *>    12 DIGITS ON THE 'B' PAYMENT AMOUNTS, 18 ON THE 'C'
      *>    CONTROL TOTALS, NO DECIMAL POINT
       01 WS-OUTPUT-STAGING.
           05 WS-OUT-AMOUNT           PIC 9(12).
           05 WS-OUT-TOTAL            PIC 9(18).

       01 WS-SUMMARY.
           05 WS-PAYEE-COUNT          PIC 9(8) VALUE 0.
           05 WS-FILED-COUNT          PIC 9(8) VALUE 0.
           05 WS-FILED-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-UNDER-COUNT          PIC 9(8) VALUE 0.
           05 WS-UNDER-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-EXEMPT-COUNT         PIC 9(8) VALUE 0.
           05 WS-EXEMPT-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-EXCEPTION-COUNT      PIC 9(8) VALUE 0.
           05 WS-EXCEPTION-AMOUNT     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
      *>    DECIMAL AMOUNTS ARE MOVED HERE BEFORE BEING PRINTED
       01 WS-REPORT-AMOUNTS-DISPLAY.
           05 WS-DISP-AMOUNT          PIC -9(11).99.
           05 WS-DISP-TOTAL           PIC -9(13).99.
           05 WS-DISP-THRESHOLD       PIC 9(5).99.

       COPY CUSTREC.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-COUNT-PAYEES.
           PERFORM 205-WRITE-FILE-HEADERS.
           PERFORM 210-REPORT-PAYEES.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.

           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 115-CHECK-FILER-IDENTITY.

      *>    THE FILING IS RUN IN JANUARY FOR THE YEAR JUST ENDED
           IF WS-TAX-YEAR = 0
               MOVE WS-EXECUTION-DATE(1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.
           STRING WS-TAX-YEAR DELIMITED BY SIZE
               '-01-01' DELIMITED BY SIZE
               INTO WS-YEAR-START-ISO
           END-STRING.
           STRING WS-TAX-YEAR DELIMITED BY SIZE
               '-12-31' DELIMITED BY SIZE
               INTO WS-YEAR-END-ISO
           END-STRING.

           OPEN OUTPUT IRS-OUTPUT-FILE.
           OPEN OUTPUT TAX-STATEMENT-FILE.
           OPEN OUTPUT TAX-EXCEPTION-REPORT.

           MOVE WS-THRESHOLD TO WS-DISP-THRESHOLD.
           DISPLAY 'TAX1099: Starting 1099-INT Year-End Reporting'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Tax Year: ' WS-TAX-YEAR.
           DISPLAY 'Reporting Threshold: ' WS-DISP-THRESHOLD.
           DISPLAY 'IRS Test File: ' WS-TEST-FILE-FLAG.

           STRING '1099-INT EXCEPTIONS AND CONTROL TOTALS - TAX YEAR '
                   DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               '   RUN DATE ' DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               '   THRESHOLD ' DELIMITED BY SIZE
               WS-DISP-THRESHOLD DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE 'CUSTOMERS HELD OFF THE FILING - CORRECT THE TIN THROUGH
      -        ' CUSTMSTR AND RERUN' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       110-READ-CONTROL-CARD.
      *>    CARD 1 CARRIES THE YEAR, THRESHOLD AND THE BANK'S FILER
      *>    IDENTITY, CARD 2 THE BANK'S MAILING ADDRESS, CARDS 3 AND 4
      *>    THE FILING CONTACT - ABSENT OR BLANK FIELDS TAKE THE
      *>    DEFAULTS ABOVE
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   IF CTL-CARD-RECORD(1:4) NUMERIC
                       MOVE CTL-CARD-RECORD(1:4) TO WS-TAX-YEAR
                   END-IF
                   IF CTL-CARD-RECORD(5:7) NUMERIC
                       AND CTL-CARD-RECORD(5:7) NOT = '0000000'
                       MOVE CTL-CARD-RECORD(5:7) TO WS-THRESHOLD-X
                   END-IF
                   MOVE CTL-CARD-RECORD(12:1) TO WS-TEST-FILE-FLAG
                   MOVE CTL-CARD-RECORD(13:9) TO WS-PAYER-TIN
                   MOVE CTL-CARD-RECORD(22:5) TO WS-PAYER-TCC
                   MOVE CTL-CARD-RECORD(27:40) TO WS-PAYER-NAME
                   MOVE CTL-CARD-RECORD(67:2) TO WS-PAYER-STATE
                   MOVE CTL-CARD-RECORD(69:9) TO WS-PAYER-ZIP
                   READ CONTROL-CARD-FILE
                       AT END MOVE 'Y' TO WS-EOF-CTLCARD
                   END-READ
               END-IF
               IF NOT CTLCARD-EOF
                   MOVE CTL-CARD-RECORD(1:40) TO WS-PAYER-ADDRESS
                   MOVE CTL-CARD-RECORD(41:40) TO WS-PAYER-CITY
                   READ CONTROL-CARD-FILE
                       AT END MOVE 'Y' TO WS-EOF-CTLCARD
                   END-READ
               END-IF
               IF NOT CTLCARD-EOF
                   MOVE CTL-CARD-RECORD(1:40) TO WS-CONTACT-NAME
                   MOVE CTL-CARD-RECORD(41:15) TO WS-CONTACT-PHONE
                   READ CONTROL-CARD-FILE
                       AT END MOVE 'Y' TO WS-EOF-CTLCARD
                   END-READ
               END-IF
               IF NOT CTLCARD-EOF
                   MOVE CTL-CARD-RECORD(1:50) TO WS-CONTACT-EMAIL
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

       115-CHECK-FILER-IDENTITY.
      *>    THE IRS REJECTS A TRANSMISSION WHOSE 'T' RECORD LACKS THE
      *>    FILER'S TIN, TRANSMITTER CONTROL CODE, CONTACT NAME OR
      *>    CONTACT TELEPHONE NUMBER - NOTHING IS WRITTEN UNTIL THE
      *>    CARDS CARRY ALL FOUR
           IF WS-PAYER-TIN = SPACES
               DISPLAY 'TAX1099: Run refused - no employer ID on '
                   'control card 1'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PAYER-TCC = SPACES
               DISPLAY 'TAX1099: Run refused - no transmitter control'
                   ' code on control card 1'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONTACT-NAME = SPACES
               DISPLAY 'TAX1099: Run refused - no contact name on '
                   'control card 3'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONTACT-PHONE = SPACES
               DISPLAY 'TAX1099: Run refused - no contact telephone '
                   'number on control card 3'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-COUNT-PAYEES.
      *>    COUNTING PASS - NOTHING IS WRITTEN, ONLY THE CUSTOMERS THAT
      *>    WILL GO ON THE FILING ARE COUNTED FOR THE 'T' RECORD
           MOVE 'C' TO WS-PASS-FLAG.
           MOVE 0 TO WS-PASS-FILED-COUNT.
           PERFORM 220-RUN-PAYEE-CURSOR.
           MOVE WS-PASS-FILED-COUNT TO WS-EXPECTED-PAYEES.

       205-WRITE-FILE-HEADERS.
      *>    'T' TRANSMITTER - THE BANK FILES FOR ITSELF, SO THE
      *>    TRANSMITTER AND THE COMPANY ARE THE SAME ENTITY.  VENDOR
      *>    INDICATOR I: THE FILE IS PRODUCED IN-HOUSE
           ADD 1 TO WS-RECORD-SEQ.
           MOVE SPACES TO IRS-OUTPUT-RECORD.
           MOVE 'T' TO IRS-OUTPUT-RECORD(1:1).
           MOVE WS-TAX-YEAR TO IRS-OUTPUT-RECORD(2:4).
           MOVE WS-PAYER-TIN TO IRS-OUTPUT-RECORD(7:9).
           MOVE WS-PAYER-TCC TO IRS-OUTPUT-RECORD(16:5).
           IF IRS-TEST-FILE
               MOVE 'T' TO IRS-OUTPUT-RECORD(28:1)
           END-IF.
           MOVE WS-PAYER-NAME TO IRS-OUTPUT-RECORD(30:40).
           MOVE WS-PAYER-NAME TO IRS-OUTPUT-RECORD(110:40).
           MOVE WS-PAYER-ADDRESS TO IRS-OUTPUT-RECORD(190:40).
           MOVE WS-PAYER-CITY TO IRS-OUTPUT-RECORD(230:40).
           MOVE WS-PAYER-STATE TO IRS-OUTPUT-RECORD(270:2).
           MOVE WS-PAYER-ZIP TO IRS-OUTPUT-RECORD(272:9).
           MOVE WS-EXPECTED-PAYEES TO IRS-OUTPUT-RECORD(296:8).
           MOVE WS-CONTACT-NAME TO IRS-OUTPUT-RECORD(304:40).
           MOVE WS-CONTACT-PHONE TO IRS-OUTPUT-RECORD(344:15).
           MOVE WS-CONTACT-EMAIL TO IRS-OUTPUT-RECORD(359:50).
           MOVE WS-RECORD-SEQ TO IRS-OUTPUT-RECORD(500:8).
           MOVE 'I' TO IRS-OUTPUT-RECORD(518:1).
           WRITE IRS-OUTPUT-RECORD.

      *>    'A' PAYER - TYPE OF RETURN 6 (1099-INT), AMOUNT CODE 1
      *>    (INTEREST INCOME) THE ONLY AMOUNT REPORTED, NOT A
      *>    TRANSFER AGENT
           ADD 1 TO WS-RECORD-SEQ.
           MOVE SPACES TO IRS-OUTPUT-RECORD.
           MOVE 'A' TO IRS-OUTPUT-RECORD(1:1).
           MOVE WS-TAX-YEAR TO IRS-OUTPUT-RECORD(2:4).
           MOVE WS-PAYER-TIN TO IRS-OUTPUT-RECORD(12:9).
           MOVE '6 ' TO IRS-OUTPUT-RECORD(26:2).
           MOVE '1' TO IRS-OUTPUT-RECORD(28:1).
           MOVE WS-PAYER-NAME TO IRS-OUTPUT-RECORD(53:40).
           MOVE '0' TO IRS-OUTPUT-RECORD(133:1).
           MOVE WS-PAYER-ADDRESS TO IRS-OUTPUT-RECORD(134:40).
           MOVE WS-PAYER-CITY TO IRS-OUTPUT-RECORD(174:40).
           MOVE WS-PAYER-STATE TO IRS-OUTPUT-RECORD(214:2).
           MOVE WS-PAYER-ZIP TO IRS-OUTPUT-RECORD(216:9).
           MOVE WS-RECORD-SEQ TO IRS-OUTPUT-RECORD(500:8).
           WRITE IRS-OUTPUT-RECORD.

       210-REPORT-PAYEES.
      *>    REPORTING PASS - THE SAME CURSOR AGAIN, THIS TIME WRITING
      *>    EACH CUSTOMER TO THE FILING, THE EXCEPTION LIST OR THE
      *>    SUPPRESSED TOTALS
           MOVE 'R' TO WS-PASS-FLAG.
           MOVE 0 TO WS-PASS-FILED-COUNT.
           PERFORM 220-RUN-PAYEE-CURSOR.
           PERFORM 290-WRITE-FILE-TRAILERS.

       220-RUN-PAYEE-CURSOR.
      *>    Reportable interest per customer for the tax year - the
      *>    'I' rows INTCALC capitalizes, live and archived.  A
      *>    reversed 'I' row carries status 'V' and its back-out is a
      *>    separate 'D' row, so leaving out the 'V' rows nets each
      *>    reversal pair to nothing
           EXEC SQL
               DECLARE PAYEE_CURSOR CURSOR FOR
               SELECT A.CUSTOMER_ID, SUM(T.TRANSACTION_AMT)
               FROM ACCOUNTS A,
                    (SELECT ACCOUNT_NUMBER, TRANSACTION_AMT
                     FROM TRANSACTIONS
                     WHERE TRANSACTION_TYPE = 'I'
                     AND STATUS <> 'V'
                     AND TRANSACTION_DATE >= :WS-YEAR-START-ISO
                     AND TRANSACTION_DATE <= :WS-YEAR-END-ISO
                     UNION ALL
                     SELECT ACCOUNT_NUMBER, TRANSACTION_AMT
                     FROM TRANSACTIONS_ARCHIVE
                     WHERE TRANSACTION_TYPE = 'I'
                     AND STATUS <> 'V'
                     AND TRANSACTION_DATE >= :WS-YEAR-START-ISO
                     AND TRANSACTION_DATE <= :WS-YEAR-END-ISO) AS T
               WHERE T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
               GROUP BY A.CUSTOMER_ID
               ORDER BY A.CUSTOMER_ID
           END-EXEC.

           MOVE 'N' TO WS-EOF-PAYEE.
           EXEC SQL OPEN PAYEE_CURSOR END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-EOF-PAYEE
               PERFORM 295-LOG-SQL-ERROR
           END-IF.

           PERFORM UNTIL PAYEE-EOF
               EXEC SQL
                   FETCH PAYEE_CURSOR
                   INTO :WS-CUST-ID, :WS-CUST-INTEREST
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 225-CLASSIFY-PAYEE
                   IF COUNT-PASS
                       IF PAYEE-FILED
                           ADD 1 TO WS-PASS-FILED-COUNT
                       END-IF
                   ELSE
                       PERFORM 240-DISPOSE-PAYEE
                   END-IF
               ELSE IF SQLCODE = 100
                   MOVE 'Y' TO WS-EOF-PAYEE
               ELSE
                   MOVE 'Y' TO WS-EOF-PAYEE
                   PERFORM 295-LOG-SQL-ERROR
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PAYEE_CURSOR END-EXEC.

       225-CLASSIFY-PAYEE.
      *>    UNDER THE THRESHOLD IS DECIDED ON THE AMOUNT ALONE - THE
      *>    CUSTOMER'S TAX DETAILS ONLY MATTER ONCE IT IS REPORTABLE
           MOVE SPACES TO WS-EXCEPTION-REASON.
           IF WS-CUST-INTEREST < WS-THRESHOLD
               MOVE 'U' TO WS-DISPOSITION
           ELSE
               PERFORM 227-LOOKUP-CUSTOMER
               PERFORM 228-DECIDE-DISPOSITION
           END-IF.

       227-LOOKUP-CUSTOMER.
      *>    NAME, ADDRESS AND TAX DETAILS OFF THE CUSTOMER MASTER
           EXEC SQL
               SELECT CUSTOMER_NAME, COALESCE(ADDR_LINE_1, ' '),
                      COALESCE(ADDR_LINE_2, ' '),
                      COALESCE(ADDR_STATE, ' '),
                      COALESCE(TAX_ID, ' '),
                      COALESCE(TAX_ID_TYPE, ' '), TAX_STATUS
               INTO :CUR-CUSTOMER-NAME, :CUR-ADDR-LINE-1,
                    :CUR-ADDR-LINE-2, :CUR-ADDR-STATE,
                    :CUR-TAX-ID, :CUR-TAX-ID-TYPE, :CUR-TAX-STATUS
               FROM CUSTOMERS
               WHERE CUSTOMER_ID = :WS-CUST-ID
           END-EXEC.

           MOVE 'N' TO WS-CUST-FOUND.
           IF SQLCODE = 0
               MOVE 'Y' TO WS-CUST-FOUND
               MOVE CUR-TAX-ID-TYPE TO CUR-TIN-TYPE-CHECK
               MOVE CUR-TAX-STATUS TO CUR-TAX-STATUS-CHECK
           ELSE IF SQLCODE = 100
               MOVE 'CUSTOMER NOT ON FILE' TO WS-EXCEPTION-REASON
               MOVE '*** NAME NOT ON FILE ***' TO CUR-CUSTOMER-NAME
               MOVE SPACES TO CUR-TAX-ID
           ELSE
               MOVE 'CUSTOMER LOOKUP FAILED' TO WS-EXCEPTION-REASON
               MOVE '*** NAME NOT ON FILE ***' TO CUR-CUSTOMER-NAME
               MOVE SPACES TO CUR-TAX-ID
               IF REPORT-PASS
                   PERFORM 295-LOG-SQL-ERROR
               END-IF
           END-IF.

       228-DECIDE-DISPOSITION.
      *>    AN EXEMPT RECIPIENT IS LEFT OFF WHATEVER ITS TIN - EVERY
      *>    OTHER CUSTOMER IS FILED ONLY WITH A TIN THAT PASSES EDIT
           IF NOT CUSTOMER-ON-FILE
               MOVE 'X' TO WS-DISPOSITION
           ELSE IF CUR-TAX-IS-EXEMPT
               MOVE 'E' TO WS-DISPOSITION
           ELSE
               PERFORM 230-EDIT-TIN
               IF WS-EXCEPTION-REASON = SPACES
                   MOVE 'F' TO WS-DISPOSITION
               ELSE
                   MOVE 'X' TO WS-DISPOSITION
               END-IF
           END-IF.

       230-EDIT-TIN.
      *>    THE TIN MUST BE ONE THE IRS COULD HAVE ISSUED - NINE
      *>    DIGITS, NOT ONE DIGIT REPEATED (EACH DIGIT MATCHING ITS
      *>    NEIGHBOUR) NOR THE 123456789 PLACEHOLDER.  AN SSN MAY NOT
      *>    HAVE AREA 000, 666 OR 9XX, GROUP 00 OR SERIAL 0000; AN
      *>    EIN MAY NOT HAVE PREFIX 00.  A TIN WITH NO TYPE ON FILE
      *>    IS EDITED AS AN SSN, AS CUSTMSTR DEFAULTS IT
           IF CUR-TAX-ID = SPACES
               MOVE 'TIN MISSING' TO WS-EXCEPTION-REASON
           ELSE IF CUR-TAX-ID NOT NUMERIC
               MOVE 'TIN NOT NUMERIC' TO WS-EXCEPTION-REASON
           ELSE IF CUR-TAX-ID(1:8) = CUR-TAX-ID(2:8)
               MOVE 'TIN ALL ONE DIGIT' TO WS-EXCEPTION-REASON
           ELSE IF CUR-TAX-ID = '123456789'
               MOVE 'TIN IS A PLACEHOLDER' TO WS-EXCEPTION-REASON
           ELSE IF CUR-TIN-IS-EIN
               IF CUR-TAX-ID(1:2) = '00'
                   MOVE 'EIN PREFIX NOT ISSUED'
                       TO WS-EXCEPTION-REASON
               END-IF
           ELSE IF CUR-TAX-ID(1:3) = '000' OR
                   CUR-TAX-ID(1:3) = '666' OR
                   CUR-TAX-ID(1:1) = '9'
               MOVE 'SSN AREA NOT ISSUED' TO WS-EXCEPTION-REASON
           ELSE IF CUR-TAX-ID(4:2) = '00'
               MOVE 'SSN GROUP NOT ISSUED' TO WS-EXCEPTION-REASON
           ELSE IF CUR-TAX-ID(6:4) = '0000'
               MOVE 'SSN SERIAL NOT ISSUED' TO WS-EXCEPTION-REASON
           END-IF.

       240-DISPOSE-PAYEE.
           ADD 1 TO WS-PAYEE-COUNT.
           IF PAYEE-FILED
               ADD 1 TO WS-PASS-FILED-COUNT
               ADD 1 TO WS-FILED-COUNT
               ADD WS-CUST-INTEREST TO WS-FILED-AMOUNT
               PERFORM 250-WRITE-PAYEE-RECORD
               PERFORM 260-PRINT-TAX-STATEMENT
           ELSE IF PAYEE-EXCEPTION
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-CUST-INTEREST TO WS-EXCEPTION-AMOUNT
               PERFORM 245-LIST-EXCEPTION
           ELSE IF PAYEE-EXEMPT
               ADD 1 TO WS-EXEMPT-COUNT
               ADD WS-CUST-INTEREST TO WS-EXEMPT-AMOUNT
           ELSE
               ADD 1 TO WS-UNDER-COUNT
               ADD WS-CUST-INTEREST TO WS-UNDER-AMOUNT
           END-IF.

       245-LIST-EXCEPTION.
           MOVE WS-CUST-INTEREST TO WS-DISP-AMOUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '  Customer: ' DELIMITED BY SIZE
               WS-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUR-CUSTOMER-NAME DELIMITED BY SIZE
               ' TIN: ' DELIMITED BY SIZE
               CUR-TAX-ID DELIMITED BY SIZE
               ' Type: ' DELIMITED BY SIZE
               CUR-TAX-ID-TYPE DELIMITED BY SIZE
               ' Interest: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EXCEPTION-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

       250-WRITE-PAYEE-RECORD.
      *>    'B' PAYEE - TIN TYPE 1 EIN / 2 SSN, THE CUSTOMER ID AS
      *>    THE PAYER'S ACCOUNT NUMBER FOR THE PAYEE, EVERY PAYMENT
      *>    AMOUNT ZERO-FILLED WITH AMOUNT 1 (INTEREST INCOME) IN
      *>    CENTS.  ADDRESS LINE 2 GOES OUT AS THE CITY LINE
           ADD 1 TO WS-RECORD-SEQ.
           MOVE SPACES TO IRS-OUTPUT-RECORD.
           MOVE 'B' TO IRS-OUTPUT-RECORD(1:1).
           MOVE WS-TAX-YEAR TO IRS-OUTPUT-RECORD(2:4).
           IF CUR-TIN-IS-EIN
               MOVE '1' TO IRS-OUTPUT-RECORD(11:1)
           ELSE
               MOVE '2' TO IRS-OUTPUT-RECORD(11:1)
           END-IF.
           MOVE CUR-TAX-ID TO IRS-OUTPUT-RECORD(12:9).
           MOVE WS-CUST-ID TO IRS-OUTPUT-RECORD(21:20).
           MOVE ALL '0' TO IRS-OUTPUT-RECORD(55:192).
           COMPUTE WS-OUT-AMOUNT = WS-CUST-INTEREST * 100.
           MOVE WS-OUT-AMOUNT TO IRS-OUTPUT-RECORD(55:12).
           MOVE CUR-CUSTOMER-NAME TO IRS-OUTPUT-RECORD(248:40).
           MOVE CUR-ADDR-LINE-1 TO IRS-OUTPUT-RECORD(328:40).
           MOVE CUR-ADDR-LINE-2 TO IRS-OUTPUT-RECORD(408:40).
           MOVE CUR-ADDR-STATE TO IRS-OUTPUT-RECORD(448:2).
           MOVE WS-RECORD-SEQ TO IRS-OUTPUT-RECORD(500:8).
           WRITE IRS-OUTPUT-RECORD.

           ADD 1 TO WS-FILE-PAYEE-COUNT.
           ADD WS-CUST-INTEREST TO WS-FILE-INTEREST-TOTAL.

       260-PRINT-TAX-STATEMENT.
      *>    ONE STATEMENT PER FILED CUSTOMER - THE FILED AMOUNT
      *>    BROKEN DOWN BY ACCOUNT, THEN THE FORM BOXES
           MOVE 0 TO WS-PAGE-NUMBER.
           PERFORM 262-START-STATEMENT-PAGE.

           PERFORM 268-MASK-RECIPIENT-TIN.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'PAYER: ' DELIMITED BY SIZE
               WS-PAYER-NAME DELIMITED BY SIZE
               ' FEDERAL ID: ' DELIMITED BY SIZE
               WS-PAYER-TIN DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 266-WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'RECIPIENT ID: ' DELIMITED BY SIZE
               WS-MASKED-TIN DELIMITED BY SIZE
               '   ACCOUNT NUMBER: ' DELIMITED BY SIZE
               WS-CUST-ID DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 266-WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 266-WRITE-STATEMENT-LINE.
           MOVE '  INTEREST PAID BY ACCOUNT:' TO WS-PRINT-LINE.
           PERFORM 266-WRITE-STATEMENT-LINE.

           PERFORM 270-PRINT-ACCOUNT-LINES.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 266-WRITE-STATEMENT-LINE.
           MOVE WS-CUST-INTEREST TO WS-DISP-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'BOX 1  INTEREST INCOME:             '
                   DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 266-WRITE-STATEMENT-LINE.
           MOVE 0 TO WS-DISP-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'BOX 4  FEDERAL INCOME TAX WITHHELD: '
                   DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 266-WRITE-STATEMENT-LINE.
           IF CUR-TAX-IS-BACKUP-WITHHOLD
               MOVE 'YOUR ACCOUNT IS SUBJECT TO BACKUP WITHHOLDING - PLE
      -            'ASE CERTIFY YOUR TAXPAYER ID AT ANY BRANCH'
                   TO WS-PRINT-LINE
               PERFORM 266-WRITE-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 266-WRITE-STATEMENT-LINE.
           MOVE 'THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISHE
      -        'D TO THE INTERNAL REVENUE SERVICE.' TO WS-PRINT-LINE.
           PERFORM 266-WRITE-STATEMENT-LINE.

           PERFORM 264-FILL-PAGE-REMAINDER.

       262-START-STATEMENT-PAGE.
      *>    PAGE 1 CARRIES THE NAME AND ADDRESS BLOCK FOR THE WINDOW
      *>    ENVELOPE, LATER PAGES A CONTINUATION HEADING
           IF WS-PAGE-NUMBER > 0
               PERFORM 264-FILL-PAGE-REMAINDER
           END-IF.
           ADD 1 TO WS-PAGE-NUMBER.
           ADD 1 TO WS-TOTAL-PAGES.
           MOVE 0 TO WS-LINE-COUNT.

           IF WS-PAGE-NUMBER = 1
               MOVE ALL '=' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               WRITE STATEMENT-LINE
               STRING '      ' DELIMITED BY SIZE
                   CUR-CUSTOMER-NAME DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING '      ' DELIMITED BY SIZE
                   CUR-ADDR-LINE-1 DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING '      ' DELIMITED BY SIZE
                   CUR-ADDR-LINE-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUR-ADDR-STATE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               STRING 'FORM 1099-INT  INTEREST INCOME   TAX YEAR '
                       DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   '   PAGE ' DELIMITED BY SIZE
                   WS-PAGE-NUMBER DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE 9 TO WS-LINE-COUNT
           ELSE
               MOVE SPACES TO STATEMENT-LINE
               STRING 'FORM 1099-INT  TAX YEAR ' DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   CUR-CUSTOMER-NAME DELIMITED BY SIZE
                   '   (CONTINUED)   PAGE ' DELIMITED BY SIZE
                   WS-PAGE-NUMBER DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE 2 TO WS-LINE-COUNT
           END-IF.

       264-FILL-PAGE-REMAINDER.
      *>    BLANK LINES OUT TO THE FIXED PAGE DEPTH, SO EVERY PAGE
      *>    BURSTS AT THE SAME PLACE ON THE PRINTER
           MOVE SPACES TO STATEMENT-LINE.
           PERFORM UNTIL WS-LINE-COUNT >= WS-LINES-PER-PAGE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       266-WRITE-STATEMENT-LINE.
      *>    COMMON EXIT FOR EVERY BODY LINE - BREAKS TO A
      *>    CONTINUATION PAGE FIRST WHEN THE CURRENT PAGE IS FULL
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 262-START-STATEMENT-PAGE
           END-IF.
           MOVE WS-PRINT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       268-MASK-RECIPIENT-TIN.
      *>    ONLY THE LAST FOUR DIGITS ARE PRINTED ON THE RECIPIENT
      *>    COPY, IN THE SHAPE OF THE NUMBER'S OWN KIND
           MOVE SPACES TO WS-MASKED-TIN.
           IF CUR-TIN-IS-EIN
               STRING '**-***' DELIMITED BY SIZE
                   CUR-TAX-ID(6:4) DELIMITED BY SIZE
                   INTO WS-MASKED-TIN
               END-STRING
           ELSE
               STRING '***-**-' DELIMITED BY SIZE
                   CUR-TAX-ID(6:4) DELIMITED BY SIZE
                   INTO WS-MASKED-TIN
               END-STRING
           END-IF.

       270-PRINT-ACCOUNT-LINES.
      *>    The same reportable interest, split out by the customer's
      *>    accounts for the recipient's own records
           EXEC SQL
               DECLARE ACCOUNT_CURSOR CURSOR FOR
               SELECT T.ACCOUNT_NUMBER, SUM(T.TRANSACTION_AMT)
               FROM ACCOUNTS A,
                    (SELECT ACCOUNT_NUMBER, TRANSACTION_AMT
                     FROM TRANSACTIONS
                     WHERE TRANSACTION_TYPE = 'I'
                     AND STATUS <> 'V'
                     AND TRANSACTION_DATE >= :WS-YEAR-START-ISO
                     AND TRANSACTION_DATE <= :WS-YEAR-END-ISO
                     UNION ALL
                     SELECT ACCOUNT_NUMBER, TRANSACTION_AMT
                     FROM TRANSACTIONS_ARCHIVE
                     WHERE TRANSACTION_TYPE = 'I'
                     AND STATUS <> 'V'
                     AND TRANSACTION_DATE >= :WS-YEAR-START-ISO
                     AND TRANSACTION_DATE <= :WS-YEAR-END-ISO) AS T
               WHERE A.CUSTOMER_ID = :WS-CUST-ID
               AND T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
               GROUP BY T.ACCOUNT_NUMBER
               ORDER BY T.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN ACCOUNT_CURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ACCOUNT_CURSOR
                   INTO :WS-ACCT-NUMBER, :WS-ACCT-INTEREST
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-ACCT-INTEREST TO WS-DISP-AMOUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '    ACCOUNT: ' DELIMITED BY SIZE
                       WS-ACCT-NUMBER DELIMITED BY SIZE
                       '   INTEREST: ' DELIMITED BY SIZE
                       WS-DISP-AMOUNT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 266-WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACCOUNT_CURSOR END-EXEC.

       290-WRITE-FILE-TRAILERS.
      *>    'C' END OF PAYER - NUMBER OF PAYEES AND CONTROL TOTAL 1,
      *>    EVERY OTHER CONTROL TOTAL ZERO-FILLED
           ADD 1 TO WS-RECORD-SEQ.
           MOVE SPACES TO IRS-OUTPUT-RECORD.
           MOVE 'C' TO IRS-OUTPUT-RECORD(1:1).
           MOVE WS-FILE-PAYEE-COUNT TO IRS-OUTPUT-RECORD(2:8).
           MOVE ALL '0' TO IRS-OUTPUT-RECORD(16:288).
           COMPUTE WS-OUT-TOTAL = WS-FILE-INTEREST-TOTAL * 100.
           MOVE WS-OUT-TOTAL TO IRS-OUTPUT-RECORD(16:18).
           MOVE WS-RECORD-SEQ TO IRS-OUTPUT-RECORD(500:8).
           WRITE IRS-OUTPUT-RECORD.

      *>    'F' END OF TRANSMISSION - ONE PAYER ('A') RECORD
           ADD 1 TO WS-RECORD-SEQ.
           MOVE SPACES TO IRS-OUTPUT-RECORD.
           MOVE 'F' TO IRS-OUTPUT-RECORD(1:1).
           MOVE '00000001' TO IRS-OUTPUT-RECORD(2:8).
           MOVE ALL '0' TO IRS-OUTPUT-RECORD(10:21).
           MOVE WS-FILE-PAYEE-COUNT TO IRS-OUTPUT-RECORD(50:8).
           MOVE WS-RECORD-SEQ TO IRS-OUTPUT-RECORD(500:8).
           WRITE IRS-OUTPUT-RECORD.

      *>    THE TWO PASSES MUST AGREE, OR THE 'T' RECORD IS WRONG -
      *>    A CUSTOMER CHANGED UNDER THE RUN, AND IT MUST BE RERUN
           IF WS-PASS-FILED-COUNT NOT = WS-EXPECTED-PAYEES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'PAYEE COUNT CHANGED BETWEEN PASSES - COUNTED '
                       DELIMITED BY SIZE
                   WS-EXPECTED-PAYEES DELIMITED BY SIZE
                   ' FILED ' DELIMITED BY SIZE
                   WS-PASS-FILED-COUNT DELIMITED BY SIZE
                   ' - RERUN REQUIRED' DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           END-IF.

       295-LOG-SQL-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SQLCODE TO ERH-SQLCODE-DISPLAY.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING 'SQL ERROR - Customer: ' DELIMITED BY SIZE
               WS-CUST-ID DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

       300-FINALIZATION.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE 'CONTROL TOTALS' TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

           MOVE WS-FILED-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '  FILED WITH THE IRS       COUNT: ' DELIMITED BY SIZE
               WS-FILED-COUNT DELIMITED BY SIZE
               '   INTEREST: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

           MOVE WS-UNDER-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '  UNDER THRESHOLD          COUNT: ' DELIMITED BY SIZE
               WS-UNDER-COUNT DELIMITED BY SIZE
               '   INTEREST: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

           MOVE WS-EXEMPT-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '  EXEMPT RECIPIENTS        COUNT: ' DELIMITED BY SIZE
               WS-EXEMPT-COUNT DELIMITED BY SIZE
               '   INTEREST: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

           MOVE WS-EXCEPTION-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING '  TIN EXCEPTIONS           COUNT: ' DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               '   INTEREST: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING.
           WRITE EXCEPTION-LINE.

           CLOSE IRS-OUTPUT-FILE.
           CLOSE TAX-STATEMENT-FILE.
           CLOSE TAX-EXCEPTION-REPORT.

           DISPLAY 'TAX1099: 1099-INT Reporting Complete'.
           DISPLAY 'Customers With Interest: ' WS-PAYEE-COUNT.
           DISPLAY 'Filed: ' WS-FILED-COUNT.
           DISPLAY 'Under Threshold: ' WS-UNDER-COUNT.
           DISPLAY 'Exempt: ' WS-EXEMPT-COUNT.
           DISPLAY 'TIN Exceptions: ' WS-EXCEPTION-COUNT.
           DISPLAY 'Statement Pages: ' WS-TOTAL-PAGES.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

      *>    8 - THE FILING IS NOT COMPLETE AND MUST BE RERUN; 4 - IT
      *>    IS COMPLETE BUT CUSTOMERS ARE HELD FOR TIN CORRECTION
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
