       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>    STATE HOLDER REPORT FILE - FIXED-FORMAT RECORDS FOR THE
      *>    UNCLAIMED PROPERTY FILINGS, ONE DETAIL PER ESCHEATED
      *>    ACCOUNT WITH TOTALS BY STATE AND PROPERTY TYPE
           SELECT HOLDER-REPORT-FILE
               ASSIGN TO UT-S-HLDRFILE
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    PRINTED COPY OF THE SAME FIGURES FOR SIGN-OFF
           SELECT HOLDER-SUMMARY-REPORT
               ASSIGN TO UT-S-HLDRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *>    MAY NOT BE ALLOCATED AT ALL ON A GIVEN RUN - FILE STATUS IS
      *>    CHECKED RATHER THAN ASSUMED
           SELECT CONTROL-CARD-FILE
               ASSIGN TO UT-S-CTLCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>    'H' HEADER   - COLS 2-31 HOLDER NAME, 32-33 HOLDER STATE,
      *>                   34-41 REPORT DATE, 42-49 CUTOFF DATE
      *>    'D' DETAIL   - COLS 2-3 OWNER STATE, 4-7 PROPERTY TYPE,
      *>                   8-19 ACCOUNT, 20-27 CUSTOMER, 28-57 OWNER
      *>                   NAME, 58-87 ADDRESS LINE 1, 88-117 ADDRESS
      *>                   LINE 2, 118-125 LAST ACTIVITY, 126-133
      *>                   ESCHEAT DATE, 134-148 AMOUNT 9(13)V99
      *>    'P' PROPERTY - COLS 2-3 STATE, 4-7 PROPERTY TYPE, 8-15
      *>                   COUNT, 16-30 AMOUNT 9(13)V99
      *>    'S' STATE    - COLS 2-3 STATE, 8-15 COUNT, 16-30 AMOUNT
      *>    'Z' TRAILER  - COLS 8-15 COUNT, 16-30 AMOUNT
      *>    ALL DATES YYYYMMDD
       FD HOLDER-REPORT-FILE.
       01 HOLDER-REPORT-RECORD        PIC X(150).

       FD HOLDER-SUMMARY-REPORT.
       01 HOLDER-SUMMARY-LINE         PIC X(150).

      *>    CONTROL CARD: COLS 1-8 CUTOFF DATE (YYYYMMDD - CASES
      *>    ESCHEATED ON OR BEFORE IT ARE REPORTED, DEFAULT THE RUN
      *>    DATE), COL 9 DRY-RUN FLAG (Y = CASES NOT MARKED REPORTED),
      *>    COLS 10-11 THE BANK'S OWN STATE, WHICH TAKES PROPERTY
      *>    WITH NO KNOWN OWNER STATE, COLS 12-41 HOLDER NAME
       FD CONTROL-CARD-FILE.
       01 CTL-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PROGRAM-INFO.
           05 WS-PROGRAM-NAME         PIC X(8) VALUE 'ESCHRPT'.
           05 WS-EXECUTION-DATE       PIC 9(8).
           05 WS-EXECUTION-TIME       PIC 9(6).

      *>    RUN-MODE CONTROL - SET FROM THE CONTROL CARD AT STARTUP
       01 WS-RUN-MODE.
           05 WS-EOF-CTLCARD          PIC X VALUE 'N'.
               88 CTLCARD-EOF             VALUE 'Y'.
           05 WS-CTLCARD-STATUS       PIC X(2) VALUE '00'.
               88 CTLCARD-FILE-OK         VALUE '00'.
           05 WS-CUTOFF-DATE          PIC 9(8) VALUE 0.
           05 WS-CUTOFF-ISO           PIC X(10).
           05 WS-DRY-RUN-FLAG         PIC X(1) VALUE 'N'.
               88 DRY-RUN-MODE            VALUE 'Y'.
           05 WS-HOLDER-STATE         PIC X(2) VALUE SPACES.
           05 WS-HOLDER-NAME          PIC X(30) VALUE SPACES.

      *>    CURSOR END-OF-FETCH SWITCH
       01 WS-CURSOR-CONTROL.
           05 WS-EOF-HOLDER           PIC X(1) VALUE 'N'.
               88 HOLDER-EOF              VALUE 'Y'.

      *>    HOST VARIABLES FOR THE HOLDER CURSOR - THE REPORTING
      *>    STATE IS RESOLVED BY DB2 SO THE ROWS ARRIVE IN STATE ORDER
       01 WS-HOLDER-VARS.
           05 WS-REPORT-STATE         PIC X(2).
           05 WS-OWNER-NAME           PIC X(30).
           05 WS-OWNER-ADDR-1         PIC X(30).
           05 WS-OWNER-ADDR-2         PIC X(30).
           05 WS-LAST-ACTIVITY-YMD    PIC X(8).
           05 WS-ESCHEAT-DATE-YMD     PIC X(8).

      *>    STATE / PROPERTY TYPE CONTROL BREAKS
       01 WS-CONTROL-BREAKS.
           05 WS-PREV-STATE           PIC X(2) VALUE SPACES.
           05 WS-PREV-PROPERTY        PIC X(4) VALUE SPACES.
           05 WS-FIRST-ROW            PIC X(1) VALUE 'Y'.
               88 FIRST-ROW               VALUE 'Y'.
           05 WS-PROPERTY-COUNT       PIC 9(8) VALUE 0.
           05 WS-PROPERTY-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-STATE-COUNT          PIC 9(8) VALUE 0.
           05 WS-STATE-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.

       01 WS-SUMMARY.
           05 WS-TOTAL-COUNT          PIC 9(8) VALUE 0.
           05 WS-TOTAL-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE 0.

      *>    UNSIGNED WHOLE-CENTS STAGING FOR THE FIXED-FORMAT AMOUNT
      *>    FIELDS - STRING WANTS AN INTEGER SENDING FIELD, AND 15
      *>    DIGITS OF CENTS ARE THE SAME CHARACTERS A 9(13)V99
      *>    IMPLIED-DECIMAL FIELD CARRIES
       01 WS-OUTPUT-STAGING.
           05 WS-OUT-AMOUNT           PIC 9(15).

      *>    DISPLAY-USAGE SHADOWS OF THE COMP-3 AMOUNTS - STRING
      *>    REQUIRES A DISPLAY OR NATIONAL OPERAND, SO THE PACKED-
      *>    DECIMAL AMOUNTS ARE MOVED HERE BEFORE BEING PRINTED
       01 WS-REPORT-AMOUNTS-DISPLAY.
           05 WS-DISP-AMOUNT          PIC -9(11).99.
           05 WS-DISP-TOTAL           PIC -9(13).99.

       COPY ESCHREC.
       COPY SQLCA.
       COPY ERRHDLR.

       PROCEDURE DIVISION.

       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-REPORT-ESCHEATED-CASES.
           PERFORM 300-FINALIZATION.
           STOP RUN.

       100-INITIALIZATION.
           ACCEPT WS-EXECUTION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXECUTION-TIME FROM TIME.

           PERFORM 110-READ-CONTROL-CARD.

           IF WS-CUTOFF-DATE = 0
               MOVE WS-EXECUTION-DATE TO WS-CUTOFF-DATE
           END-IF.
           STRING WS-CUTOFF-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUTOFF-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUTOFF-DATE(7:2) DELIMITED BY SIZE
               INTO WS-CUTOFF-ISO
           END-STRING.

           OPEN OUTPUT HOLDER-REPORT-FILE.
           OPEN OUTPUT HOLDER-SUMMARY-REPORT.

           DISPLAY 'ESCHRPT: Starting Unclaimed Property Holder Report'.
           DISPLAY 'Date: ' WS-EXECUTION-DATE.
           DISPLAY 'Cutoff: ' WS-CUTOFF-ISO.
           DISPLAY 'Holder State: ' WS-HOLDER-STATE.
           DISPLAY 'Dry Run: ' WS-DRY-RUN-FLAG.

           MOVE SPACES TO HOLDER-REPORT-RECORD.
           STRING 'H' DELIMITED BY SIZE
               WS-HOLDER-NAME DELIMITED BY SIZE
               WS-HOLDER-STATE DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO HOLDER-REPORT-RECORD
           END-STRING.
           WRITE HOLDER-REPORT-RECORD.

           STRING 'UNCLAIMED PROPERTY HOLDER REPORT - RUN DATE '
                   DELIMITED BY SIZE
               WS-EXECUTION-DATE DELIMITED BY SIZE
               '   ESCHEATED THROUGH ' DELIMITED BY SIZE
               WS-CUTOFF-ISO DELIMITED BY SIZE
               INTO HOLDER-SUMMARY-LINE
           END-STRING.
           WRITE HOLDER-SUMMARY-LINE.
           MOVE SPACES TO HOLDER-SUMMARY-LINE.
           STRING 'HOLDER: ' DELIMITED BY SIZE
               WS-HOLDER-NAME DELIMITED BY SIZE
               '   STATE OF DOMICILE: ' DELIMITED BY SIZE
               WS-HOLDER-STATE DELIMITED BY SIZE
               INTO HOLDER-SUMMARY-LINE
           END-STRING.
           WRITE HOLDER-SUMMARY-LINE.
           MOVE SPACES TO HOLDER-SUMMARY-LINE.
           WRITE HOLDER-SUMMARY-LINE.

       110-READ-CONTROL-CARD.
      *>    COLS 1-8 CUTOFF DATE, COL 9 DRY-RUN FLAG, COLS 10-11
      *>    HOLDER STATE, COLS 12-41 HOLDER NAME - ABSENT OR BLANK
      *>    CARD MEANS EVERYTHING ESCHEATED THROUGH TODAY
           OPEN INPUT CONTROL-CARD-FILE.
           IF CTLCARD-FILE-OK
               READ CONTROL-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTLCARD
               END-READ
               IF NOT CTLCARD-EOF
                   IF CTL-CARD-RECORD(1:8) NUMERIC
                       MOVE CTL-CARD-RECORD(1:8) TO WS-CUTOFF-DATE
                   END-IF
                   MOVE CTL-CARD-RECORD(9:1) TO WS-DRY-RUN-FLAG
                   MOVE CTL-CARD-RECORD(10:2) TO WS-HOLDER-STATE
                   MOVE CTL-CARD-RECORD(12:30) TO WS-HOLDER-NAME
               END-IF
               CLOSE CONTROL-CARD-FILE
           END-IF.

       200-REPORT-ESCHEATED-CASES.
      *>    Every escheated case not yet reported, in state and
      *>    property-type order.  Property whose owner has no known
      *>    state is reported to the bank's own state of domicile.
      *>    The owner's name and address come off the customer
      *>    master as it stands today
           EXEC SQL
               DECLARE HOLDER_CURSOR CURSOR FOR
               SELECT CASE WHEN COALESCE(C.OWNER_STATE, ' ') = ' '
                           THEN CAST(:WS-HOLDER-STATE AS CHAR(2))
                           ELSE C.OWNER_STATE END,
                      C.PROPERTY_TYPE, C.CASE_ID, C.ACCOUNT_NUMBER,
                      C.CUSTOMER_ID, C.ESCHEAT_AMOUNT,
                      CHAR(C.LAST_ACTIVITY_DATE, ISO),
                      CHAR(C.CLOSED_DATE, ISO),
                      COALESCE(U.CUSTOMER_NAME, ' '),
                      COALESCE(U.ADDR_LINE_1, ' '),
                      COALESCE(U.ADDR_LINE_2, ' ')
               FROM ESCHEAT_CASES C
               LEFT OUTER JOIN CUSTOMERS U
                    ON U.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE C.CASE_STATUS = 'E'
               AND C.CLOSED_DATE <= :WS-CUTOFF-ISO
               ORDER BY 1, 2, 4
           END-EXEC.

           EXEC SQL OPEN HOLDER_CURSOR END-EXEC.

           PERFORM UNTIL HOLDER-EOF
               EXEC SQL
                   FETCH HOLDER_CURSOR
                   INTO :WS-REPORT-STATE, :ESR-PROPERTY-TYPE,
                        :ESR-CASE-ID, :ESR-ACCOUNT-NUMBER,
                        :ESR-CUSTOMER-ID, :ESR-ESCHEAT-AMOUNT,
                        :ESR-LAST-ACTIVITY-DATE, :ESR-CLOSED-DATE,
                        :WS-OWNER-NAME, :WS-OWNER-ADDR-1,
                        :WS-OWNER-ADDR-2
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 210-CHECK-BREAKS
                   PERFORM 220-WRITE-DETAIL
               ELSE
                   MOVE 'Y' TO WS-EOF-HOLDER
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE HOLDER_CURSOR END-EXEC.

      *>    THE LAST GROUP NEVER HITS A BREAK - CLOSE IT OUT HERE
           IF NOT FIRST-ROW
               PERFORM 230-WRITE-PROPERTY-TOTAL
               PERFORM 235-WRITE-STATE-TOTAL
           ELSE
               MOVE '  NO ESCHEATED PROPERTY TO REPORT'
                   TO HOLDER-SUMMARY-LINE
               WRITE HOLDER-SUMMARY-LINE
           END-IF.

      *>    A DRY RUN LEAVES THE CASES UNREPORTED SO THE REAL FILING
      *>    PICKS THEM UP
           IF NOT DRY-RUN-MODE
               PERFORM 250-MARK-CASES-REPORTED
           END-IF.

       210-CHECK-BREAKS.
           IF FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW
               PERFORM 212-START-STATE
               PERFORM 214-START-PROPERTY
           ELSE IF WS-REPORT-STATE NOT = WS-PREV-STATE
               PERFORM 230-WRITE-PROPERTY-TOTAL
               PERFORM 235-WRITE-STATE-TOTAL
               PERFORM 212-START-STATE
               PERFORM 214-START-PROPERTY
           ELSE IF ESR-PROPERTY-TYPE NOT = WS-PREV-PROPERTY
               PERFORM 230-WRITE-PROPERTY-TOTAL
               PERFORM 214-START-PROPERTY
           END-IF.

       212-START-STATE.
           MOVE WS-REPORT-STATE TO WS-PREV-STATE.
           MOVE 0 TO WS-STATE-COUNT.
           MOVE 0 TO WS-STATE-AMOUNT.
           MOVE SPACES TO HOLDER-SUMMARY-LINE.
           STRING 'STATE: ' DELIMITED BY SIZE
               WS-REPORT-STATE DELIMITED BY SIZE
               INTO HOLDER-SUMMARY-LINE
           END-STRING.
           WRITE HOLDER-SUMMARY-LINE.

       214-START-PROPERTY.
           MOVE ESR-PROPERTY-TYPE TO WS-PREV-PROPERTY.
           MOVE 0 TO WS-PROPERTY-COUNT.
           MOVE 0 TO WS-PROPERTY-AMOUNT.

       220-WRITE-DETAIL.
           ADD 1 TO WS-PROPERTY-COUNT.
           ADD ESR-ESCHEAT-AMOUNT TO WS-PROPERTY-AMOUNT.
           ADD 1 TO WS-STATE-COUNT.
           ADD ESR-ESCHEAT-AMOUNT TO WS-STATE-AMOUNT.
           ADD 1 TO WS-TOTAL-COUNT.
           ADD ESR-ESCHEAT-AMOUNT TO WS-TOTAL-AMOUNT.

           MOVE SPACES TO WS-LAST-ACTIVITY-YMD.
           STRING ESR-LAST-ACTIVITY-DATE(1:4) DELIMITED BY SIZE
               ESR-LAST-ACTIVITY-DATE(6:2) DELIMITED BY SIZE
               ESR-LAST-ACTIVITY-DATE(9:2) DELIMITED BY SIZE
               INTO WS-LAST-ACTIVITY-YMD
           END-STRING.
           MOVE SPACES TO WS-ESCHEAT-DATE-YMD.
           STRING ESR-CLOSED-DATE(1:4) DELIMITED BY SIZE
               ESR-CLOSED-DATE(6:2) DELIMITED BY SIZE
               ESR-CLOSED-DATE(9:2) DELIMITED BY SIZE
               INTO WS-ESCHEAT-DATE-YMD
           END-STRING.
           COMPUTE WS-OUT-AMOUNT = ESR-ESCHEAT-AMOUNT * 100.

           MOVE SPACES TO HOLDER-REPORT-RECORD.
           STRING 'D' DELIMITED BY SIZE
               WS-REPORT-STATE DELIMITED BY SIZE
               ESR-PROPERTY-TYPE DELIMITED BY SIZE
               ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ESR-CUSTOMER-ID DELIMITED BY SIZE
               WS-OWNER-NAME DELIMITED BY SIZE
               WS-OWNER-ADDR-1 DELIMITED BY SIZE
               WS-OWNER-ADDR-2 DELIMITED BY SIZE
               WS-LAST-ACTIVITY-YMD DELIMITED BY SIZE
               WS-ESCHEAT-DATE-YMD DELIMITED BY SIZE
               WS-OUT-AMOUNT DELIMITED BY SIZE
               INTO HOLDER-REPORT-RECORD
           END-STRING.
           WRITE HOLDER-REPORT-RECORD.

           MOVE ESR-ESCHEAT-AMOUNT TO WS-DISP-AMOUNT.
           MOVE SPACES TO HOLDER-SUMMARY-LINE.
           STRING '  ' DELIMITED BY SIZE
               ESR-PROPERTY-TYPE DELIMITED BY SIZE
               ' Account: ' DELIMITED BY SIZE
               ESR-ACCOUNT-NUMBER DELIMITED BY SIZE
               ' Owner: ' DELIMITED BY SIZE
               WS-OWNER-NAME DELIMITED BY SIZE
               ' Last-Activity: ' DELIMITED BY SIZE
               ESR-LAST-ACTIVITY-DATE DELIMITED BY SIZE
               ' Escheated: ' DELIMITED BY SIZE
               ESR-CLOSED-DATE DELIMITED BY SIZE
               ' Amount: ' DELIMITED BY SIZE
               WS-DISP-AMOUNT DELIMITED BY SIZE
               INTO HOLDER-SUMMARY-LINE
           END-STRING.
           WRITE HOLDER-SUMMARY-LINE.

       230-WRITE-PROPERTY-TOTAL.
           COMPUTE WS-OUT-AMOUNT = WS-PROPERTY-AMOUNT * 100.
           MOVE SPACES TO HOLDER-REPORT-RECORD.
           STRING 'P' DELIMITED BY SIZE
               WS-PREV-STATE DELIMITED BY SIZE
               WS-PREV-PROPERTY DELIMITED BY SIZE
               WS-PROPERTY-COUNT DELIMITED BY SIZE
               WS-OUT-AMOUNT DELIMITED BY SIZE
               INTO HOLDER-REPORT-RECORD
           END-STRING.
           WRITE HOLDER-REPORT-RECORD.

           MOVE WS-PROPERTY-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO HOLDER-SUMMARY-LINE.
           STRING '  STATE ' DELIMITED BY SIZE
               WS-PREV-STATE DELIMITED BY SIZE
               ' PROPERTY ' DELIMITED BY SIZE
               WS-PREV-PROPERTY DELIMITED BY SIZE
               ' TOTAL   ITEMS: ' DELIMITED BY SIZE
               WS-PROPERTY-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO HOLDER-SUMMARY-LINE
           END-STRING.
           WRITE HOLDER-SUMMARY-LINE.

       235-WRITE-STATE-TOTAL.
           COMPUTE WS-OUT-AMOUNT = WS-STATE-AMOUNT * 100.
           MOVE SPACES TO HOLDER-REPORT-RECORD.
           STRING 'S' DELIMITED BY SIZE
               WS-PREV-STATE DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-STATE-COUNT DELIMITED BY SIZE
               WS-OUT-AMOUNT DELIMITED BY SIZE
               INTO HOLDER-REPORT-RECORD
           END-STRING.
           WRITE HOLDER-REPORT-RECORD.

           MOVE WS-STATE-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO HOLDER-SUMMARY-LINE.
           STRING 'STATE ' DELIMITED BY SIZE
               WS-PREV-STATE DELIMITED BY SIZE
               ' TOTAL             ITEMS: ' DELIMITED BY SIZE
               WS-STATE-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO HOLDER-SUMMARY-LINE
           END-STRING.
           WRITE HOLDER-SUMMARY-LINE.
           MOVE SPACES TO HOLDER-SUMMARY-LINE.
           WRITE HOLDER-SUMMARY-LINE.

       250-MARK-CASES-REPORTED.
      *>    THE SAME SELECTION THE CURSOR REPORTED - STAMPED 'H' SO
      *>    THE NEXT FILING DOES NOT CARRY THEM AGAIN
           EXEC SQL
               UPDATE ESCHEAT_CASES
               SET CASE_STATUS = 'H',
                   REPORTED_DATE = CURRENT_DATE,
                   LAST_UPDATE_DATE = CURRENT_DATE,
                   LAST_UPDATE_TIME = CURRENT_TIME
               WHERE CASE_STATUS = 'E'
               AND CLOSED_DATE <= :WS-CUTOFF-ISO
           END-EXEC.

      *>    +100 IS NOTHING TO MARK ON AN EMPTY FILING
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO ERH-SQLCODE-DISPLAY
               MOVE SPACES TO HOLDER-SUMMARY-LINE
               STRING 'MARK REPORTED ERROR - SQLCODE=' DELIMITED BY
                       SIZE
                   ERH-SQLCODE-DISPLAY DELIMITED BY SIZE
                   INTO HOLDER-SUMMARY-LINE
               END-STRING
               WRITE HOLDER-SUMMARY-LINE
           END-IF.

       300-FINALIZATION.
           COMPUTE WS-OUT-AMOUNT = WS-TOTAL-AMOUNT * 100.
           MOVE SPACES TO HOLDER-REPORT-RECORD.
           STRING 'Z' DELIMITED BY SIZE
               '      ' DELIMITED BY SIZE
               WS-TOTAL-COUNT DELIMITED BY SIZE
               WS-OUT-AMOUNT DELIMITED BY SIZE
               INTO HOLDER-REPORT-RECORD
           END-STRING.
           WRITE HOLDER-REPORT-RECORD.

           MOVE WS-TOTAL-AMOUNT TO WS-DISP-TOTAL.
           MOVE SPACES TO HOLDER-SUMMARY-LINE.
           STRING 'GRAND TOTAL                ITEMS: ' DELIMITED BY SIZE
               WS-TOTAL-COUNT DELIMITED BY SIZE
               '   AMOUNT: ' DELIMITED BY SIZE
               WS-DISP-TOTAL DELIMITED BY SIZE
               INTO HOLDER-SUMMARY-LINE
           END-STRING.
           WRITE HOLDER-SUMMARY-LINE.

           IF DRY-RUN-MODE
               MOVE 'MODE: DRY RUN - CASES NOT MARKED REPORTED'
                   TO HOLDER-SUMMARY-LINE
               WRITE HOLDER-SUMMARY-LINE
           END-IF.

           CLOSE HOLDER-REPORT-FILE.
           CLOSE HOLDER-SUMMARY-REPORT.

           DISPLAY 'ESCHRPT: Holder Report Complete'.
           DISPLAY 'Items Reported: ' WS-TOTAL-COUNT.
           DISPLAY 'Errors: ' WS-ERROR-COUNT.

           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
