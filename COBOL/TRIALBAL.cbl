           EXEC SQL CLOSE BAL_CURSOR END-EXEC.

       220-LOAD-ACTIVITY-TOTALS.
      *>    Today's net TRANSACTIONS activity (credits, interest and
      *>    loan late charges positive, debits, fees, escheatments
      *>    and loan charge-offs negative), by the account's
      *>    type/status, to roll forward against yesterday's totals
           EXEC SQL
               DECLARE ACT_CURSOR CURSOR FOR
               SELECT A.ACCOUNT_TYPE, A.ACCOUNT_STATUS,
                      SUM(CASE WHEN T.TRANSACTION_TYPE = 'D'
                                 OR T.TRANSACTION_TYPE = 'F'
                                 OR T.TRANSACTION_TYPE = 'E'
                                 OR T.TRANSACTION_TYPE = 'W'
                               THEN -T.TRANSACTION_AMT
                               ELSE T.TRANSACTION_AMT END)
               FROM TRANSACTIONS T, ACCOUNTS A
