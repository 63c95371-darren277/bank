      *>       charge_offs row, instead of vanishing into a closed
      *>       account.
      *>   L = List the charge-off sub-ledger.
      *> Once the chart carries the loan-loss allowance pair ('P'),
      *> a charge-off is written against the allowance rather than
      *> straight to expense, and a recovery rebuilds it --
      *> LOAN-LOSS-PROVISION-BATCH tops the reserve back up at month
      *> end.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "', NOW() FROM acct RETURNING charge_off_id), "
               "gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) "
               "SELECT CURRENT_DATE, COALESCE((SELECT "
               "p.credit_gl_account FROM chart_of_accounts p WHERE "
               "p.transaction_type = 'P'), c.debit_gl_account), "
               "c.credit_gl_account, a.loss "
               "FROM chart_of_accounts c, acct a "
               "WHERE c.transaction_type = 'L'), "
               "gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) "
               "SELECT CURRENT_DATE, c.debit_gl_account, "
               "COALESCE((SELECT p.credit_gl_account FROM "
               "chart_of_accounts p WHERE p.transaction_type = 'P'), "
               "c.credit_gl_account), "
               FUNCTION TRIM(WS-FMT-AMOUNT)
               " FROM chart_of_accounts c, led "
               "WHERE c.transaction_type = 'Z') "
