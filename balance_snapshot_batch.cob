      *> balance is a one-query computation. Run it at end of day,
      *> after all posting batches and before END-OF-DAY-CLOSE
      *> advances the date.
      *> The snapshot files the collected balance beside the ledger
      *> balance: closing balance less the uncollected portion of
      *> check deposits still under an availability hold (the
      *> PENDING AVAIL-HOLD rows), which is what the commercial BAI2
      *> balance report prints as collected.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1000).
       01  WS-SHELL-COMMAND          PIC X(1200).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT            PIC X(40).
           *> instead of a duplicate-row pileup.
           STRING
               "WITH snap AS (INSERT INTO balance_history "
               "(account_number, business_date, closing_balance, "
               "collected_balance) "
               "SELECT a.account_number, '" WS-BUSINESS-DATE "', "
               "COALESCE(a.current_balance, 0), "
               "COALESCE(a.current_balance, 0) - COALESCE((SELECT "
               "SUM(p.amount) FROM pending_transactions p "
               "WHERE p.account_number = a.account_number "
               "AND p.status = 'PENDING' "
               "AND p.auth_reference = 'AVAIL-HOLD'), 0) "
               "FROM accounts a "
               "WHERE NOT EXISTS (SELECT 1 FROM balance_history b "
               "WHERE b.account_number = a.account_number "
               "AND b.business_date = '" WS-BUSINESS-DATE "') "
