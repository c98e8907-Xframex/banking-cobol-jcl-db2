           05 WS-TXN-AMOUNT           PIC S9(11)V99 COMP-3.
           05 WS-TXN-STATUS           PIC X(1).
           05 WS-TXN-REF-ID           PIC X(20).
      *>    THE POSTED ACCOUNT'S TYPE - PICKS THE PRODUCT_PRICING
      *>    VERSION WHOSE GL ACCOUNTS THE ROW BOOKS TO
           05 WS-TXN-ACCT-TYPE        PIC X(1).
      *>    THE ORIGINAL ROW'S TYPE, LOOKED UP THROUGH A REVERSAL
      *>    ROW'S REFERENCE_ID SO THE BACK-OUT BOOKS AGAINST THE SAME
      *>    GL ACCOUNT THE ORIGINAL WENT TO
           05 WS-MAP-TYPE             PIC X(1).

      *>    THE GL MAPPING RESOLVED FOR THE ROW IN HAND - EVERY
      *>    TRANSACTION TYPE JOURNALIZES TO EXACTLY ONE GL ACCOUNT
      *>    OF THE ACCOUNT TYPE'S PRICING VERSION: DEPOSITS AND
      *>    WITHDRAWALS MOVE ITS PRINCIPAL ACCOUNT (THE CUSTOMER
      *>    DEPOSITS LIABILITY, OR LOANS RECEIVABLE FOR A LOAN),
      *>    INTEREST BOOKS TO ITS INTEREST ACCOUNT, FEES BOOK TO ITS
      *>    FEE INCOME ACCOUNT.  THE TWO-LEG TYPES ARE AN ESCHEATMENT
      *>    ('E'), WHICH ALSO WRITES AN OFFSETTING ESCHEAT PAYABLE
      *>    LEG, AND A LOAN CHARGE-OFF ('W'), WHICH ALSO WRITES AN
      *>    OFFSETTING LOAN LOSS ALLOWANCE LEG.  THE SOURCE PROGRAM
      *>    COMES OFF THE TRANSACTION ID PREFIX ITS WRITER STAMPED
       01 WS-GL-MAPPING.
           05 WS-GL-ACCOUNT           PIC X(8).
           05 WS-GL-DC-IND            PIC X(1).
      *>    9(13)V99 IMPLIED-DECIMAL FIELD CARRIES ON THE RECORD
           05 WS-GL-AMOUNT-OUT        PIC 9(15).

      *>    LOOKUP KEY PASSED INTO 235-FIND-OR-ADD-GL-BUCKET - THE
      *>    CALLER MOVES THE GL ACCOUNT IT IS RESOLVING HERE FIRST
       01 WS-BUCKET-LOOKUP.
           05 WS-OUT-CREDIT-TOTAL     PIC 9(15).

       COPY ACCTREC.
       COPY PRICREC.
       COPY SQLCA.

       PROCEDURE DIVISION.

           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 120-RESOLVE-BUSINESS-DATE.
           PERFORM 140-LOAD-PRICING.

           OPEN OUTPUT GL-POSTING-FILE.

               INTO WS-BUSINESS-DATE-ISO
           END-STRING.

       140-LOAD-PRICING.
      *>    Every pricing version in effect on the business date, one
      *>    per account type, into PRC-PRICING-TABLE - a rerun of a
      *>    prior date prices from the versions in effect on that
      *>    date, not today's
           MOVE 0 TO PRC-TABLE-COUNT.
           EXEC SQL
               DECLARE PRICING_CURSOR CURSOR FOR
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
               FROM PRODUCT_PRICING
               WHERE EFFECTIVE_FROM <= :WS-BUSINESS-DATE-ISO
               AND EFFECTIVE_TO >= :WS-BUSINESS-DATE-ISO
               ORDER BY ACCOUNT_TYPE
           END-EXEC.

           EXEC SQL OPEN PRICING_CURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PRICING_CURSOR
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
               END-EXEC

               IF SQLCODE = 0
      *>            THE TABLE IS FIXED AT 10 ACCOUNT TYPES - AN 11TH
      *>            WOULD INDEX PAST THE END OF PRC-TBL-ENTRY, SO THE
      *>            RUN IS STOPPED HERE RATHER THAN LET THAT HAPPEN
                   IF PRC-TABLE-COUNT >= 10
                       DISPLAY 'GLEXTRCT: *** PRICING TABLE FULL - '
                           'MORE THAN 10 ACCOUNT TYPES ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PRC-TABLE-COUNT
                   SET PRC-TBL-IDX TO PRC-TABLE-COUNT
                   MOVE PRC-PRICING-RECORD TO PRC-TBL-ENTRY(PRC-TBL-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE PRICING_CURSOR END-EXEC.

           DISPLAY 'Pricing Versions Loaded: ' PRC-TABLE-COUNT.

       145-FIND-PRICING.
      *>    THE VERSION IN EFFECT FOR PRC-LOOKUP-TYPE, MOVED OUT TO
      *>    PRC-PRICING-RECORD - PRC-ENTRY-FOUND IS OFF WHEN THE TYPE
      *>    HAS NO PRICING IN EFFECT ON THE BUSINESS DATE
           MOVE 'N' TO PRC-LOOKUP-FOUND.
           IF PRC-TABLE-COUNT > 0
               SET PRC-TBL-IDX TO 1
               SEARCH PRC-TBL-ENTRY
                   AT END
                       CONTINUE
                   WHEN PRC-TBL-IDX > PRC-TABLE-COUNT
                       CONTINUE
                   WHEN PRC-TBL-ACCOUNT-TYPE(PRC-TBL-IDX) =
                        PRC-LOOKUP-TYPE
                       MOVE 'Y' TO PRC-LOOKUP-FOUND
                       MOVE PRC-TBL-ENTRY(PRC-TBL-IDX)
                           TO PRC-PRICING-RECORD
               END-SEARCH
           END-IF.

       200-EXTRACT-TRANSACTIONS.
      *>    Every TRANSACTIONS row posted on the business date,
      *>    whatever program wrote it - deposits, withdrawals,
      *>    transfers, interest, fees, and reversal activity all
      *>    land in one extract, each with its account's type
           EXEC SQL
               DECLARE GLX_CURSOR CURSOR FOR
               SELECT T.TRANSACTION_ID, T.TRANSACTION_TYPE,
                      T.TRANSACTION_AMT, T.STATUS,
                      COALESCE(T.REFERENCE_ID, ' '),
                      COALESCE(A.ACCOUNT_TYPE, ' ')
               FROM TRANSACTIONS T
               LEFT OUTER JOIN ACCOUNTS A
                   ON A.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
               WHERE T.TRANSACTION_DATE = :WS-BUSINESS-DATE-ISO
               ORDER BY T.TRANSACTION_ID
           END-EXEC.

           EXEC SQL OPEN GLX_CURSOR END-EXEC.
               EXEC SQL
                   FETCH GLX_CURSOR
                   INTO :WS-TXN-ID, :WS-TXN-TYPE, :WS-TXN-AMOUNT,
                        :WS-TXN-STATUS, :WS-TXN-REF-ID,
                        :WS-TXN-ACCT-TYPE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 210-RESOLVE-GL-MAPPING
                   PERFORM 220-WRITE-DETAIL-RECORD
                   PERFORM 230-ACCUMULATE-GL-BUCKET
                   IF WS-MAP-TYPE = 'E'
                       PERFORM 216-WRITE-ESCHEAT-OFFSET
                   END-IF
                   IF WS-MAP-TYPE = 'W'
                       PERFORM 217-WRITE-CHARGE-OFF-OFFSET
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-EOF-GLX
               END-IF
      *>    A REVERSAL ROW MUST BOOK AGAINST THE SAME GL ACCOUNT ITS
      *>    ORIGINAL WENT TO, WITH THE OPPOSITE INDICATOR, SO THE
      *>    PAIR NETS ON THE LEDGER - ONLY A PLAIN ROW MAPS BY ITS
      *>    OWN TYPE.  THE GL ACCOUNTS COME FROM THE ACCOUNT TYPE'S
      *>    PRICING VERSION FOR THE BUSINESS DATE; A TYPE WITH NONE
      *>    STOPS THE RUN BEFORE THE TRAILER IS WRITTEN, SO THE
      *>    LEDGER REFUSES THE PART-FILE RATHER THAN MISBOOK IT
           MOVE WS-TXN-ACCT-TYPE TO PRC-LOOKUP-TYPE.
           PERFORM 145-FIND-PRICING.
           IF NOT PRC-ENTRY-FOUND
               DISPLAY 'GLEXTRCT: *** NO PRICING IN EFFECT FOR '
                   'ACCOUNT TYPE ' WS-TXN-ACCT-TYPE
                   ' - TRANSACTION ' WS-TXN-ID ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TXN-STATUS = 'R'
               PERFORM 212-RESOLVE-REVERSAL-MAPPING
           ELSE
               MOVE 'LOANSVC' TO WS-GL-SOURCE-PGM
           ELSE IF WS-TXN-ID(1:3) = 'REP' OR WS-TXN-ID(1:2) = 'RP'
               MOVE 'HELDREPR' TO WS-GL-SOURCE-PGM
           ELSE IF WS-TXN-ID(1:3) = 'ESC'
               MOVE 'ESCHPROC' TO WS-GL-SOURCE-PGM
           ELSE IF WS-TXN-ID(1:3) = 'CDM'
               MOVE 'CDMATURE' TO WS-GL-SOURCE-PGM
           ELSE IF WS-TXN-ID(1:3) = 'LTC' OR WS-TXN-ID(1:3) = 'CHO'
               MOVE 'LOANCOLL' TO WS-GL-SOURCE-PGM
           ELSE IF WS-TXN-ID(1:3) = 'NSF'
               MOVE 'NSFPROC' TO WS-GL-SOURCE-PGM
           ELSE
               MOVE 'TRANPOST' TO WS-GL-SOURCE-PGM
           END-IF.
           END-IF.

       214-MAP-TYPE-TO-GL.
      *>    A CREDIT INTO A CUSTOMER ACCOUNT CREDITS THE PRINCIPAL
      *>    ACCOUNT, A DEBIT DEBITS IT.  DEPOSIT INTEREST BOOKS AS
      *>    AN INTEREST EXPENSE DEBIT, FEES AS A FEE INCOME CREDIT
      *>    (INCLUDING TRANPOST'S 'PEN' CD EARLY-WITHDRAWAL PENALTIES),
      *>    AND LOAN INTEREST ('L', BILLED BY LOANSVC) AS A CREDIT TO
      *>    THE LOAN PRICING'S INTEREST INCOME ACCOUNT - INTEREST WE
      *>    EARN, NOT INTEREST WE PAY.
      *>    AN ESCHEATMENT ('E', POSTED BY ESCHPROC) DEBITS DEPOSITS
      *>    HERE; 216-WRITE-ESCHEAT-OFFSET WRITES ITS SECOND LEG.
      *>    LOANCOLL'S LOAN LATE CHARGES ('K') ARE FEE INCOME LIKE
      *>    ANY OTHER FEE, AND A LOAN CHARGE-OFF ('W') CREDITS LOANS
      *>    RECEIVABLE HERE; 217-WRITE-CHARGE-OFF-OFFSET WRITES ITS
      *>    SECOND LEG
           IF WS-MAP-TYPE = 'I'
               MOVE PRC-GL-INTEREST-ACCT TO WS-GL-ACCOUNT
               MOVE 'D' TO WS-GL-DC-IND
           ELSE IF WS-MAP-TYPE = 'L'
               MOVE PRC-GL-INTEREST-ACCT TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DC-IND
           ELSE IF WS-MAP-TYPE = 'F' OR WS-MAP-TYPE = 'K'
               MOVE PRC-GL-FEE-ACCT TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DC-IND
           ELSE IF WS-MAP-TYPE = 'W'
               MOVE PRC-GL-PRINCIPAL-ACCT TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DC-IND
           ELSE IF WS-MAP-TYPE = 'D' OR WS-MAP-TYPE = 'E'
               MOVE PRC-GL-PRINCIPAL-ACCT TO WS-GL-ACCOUNT
               MOVE 'D' TO WS-GL-DC-IND
           ELSE
               MOVE PRC-GL-PRINCIPAL-ACCT TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DC-IND
           END-IF.

       216-WRITE-ESCHEAT-OFFSET.
      *>    THE BALANCE TURNED OVER TO THE STATE IS OWED TO THE STATE
      *>    UNTIL REMITTED - THE SECOND LEG BOOKS THE SAME AMOUNT TO
      *>    ESCHEAT PAYABLE (THE DEPOSIT PRICING'S OFFSET ACCOUNT)
      *>    WITH THE OPPOSITE INDICATOR, SO A REVERSED ESCHEATMENT
      *>    BACKS BOTH LEGS OUT
           MOVE PRC-GL-OFFSET-ACCT TO WS-GL-ACCOUNT.
           IF WS-GL-DC-IND = 'D'
               MOVE 'C' TO WS-GL-DC-IND
           ELSE
               MOVE 'D' TO WS-GL-DC-IND
           END-IF.

           PERFORM 220-WRITE-DETAIL-RECORD.
           PERFORM 230-ACCUMULATE-GL-BUCKET.

       217-WRITE-CHARGE-OFF-OFFSET.
      *>    THE LOAN WRITTEN OFF IS ABSORBED BY THE LOAN LOSS
      *>    ALLOWANCE PROVIDED AGAINST IT - THE SECOND LEG BOOKS THE
      *>    SAME AMOUNT TO THE ALLOWANCE (THE LOAN PRICING'S OFFSET
      *>    ACCOUNT) WITH THE OPPOSITE INDICATOR, SO A REVERSED
      *>    CHARGE-OFF BACKS BOTH LEGS OUT
           MOVE PRC-GL-OFFSET-ACCT TO WS-GL-ACCOUNT.
           IF WS-GL-DC-IND = 'D'
               MOVE 'C' TO WS-GL-DC-IND
           ELSE
               MOVE 'D' TO WS-GL-DC-IND
           END-IF.

           PERFORM 220-WRITE-DETAIL-RECORD.
           PERFORM 230-ACCUMULATE-GL-BUCKET.

       220-WRITE-DETAIL-RECORD.
           MOVE SPACES TO GL-POSTING-RECORD.
           STRING 'D' DELIMITED BY SIZE
