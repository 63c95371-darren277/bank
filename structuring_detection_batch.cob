      *> fraud_cases queue FRAUD-CASE-REVIEW already works, tagged
      *> COMPLIANCE with reason STRUCTURING. An already-open
      *> structuring case for the same customer is not refiled.
      *> A non-customer cashing checks at the window (CHECK-CASHING)
      *> is watched the same way off check_cashings -- their daily
      *> cash paid out, keyed on the presenter rather than on the
      *> check writers, whose own cash those cashings are not. A
      *> presenter's case lands on the account of the check they
      *> cashed with presenter_id set on the case.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(3400).
       01  WS-SHELL-COMMAND         PIC X(3600).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT           PIC X(40).
               "LIMIT 1), 10000) AS thr), "
               "daily AS (SELECT ah.subject_key, "
               "MIN(ah.account_number) AS acct, "
               "MAX(ah.customer_id) AS cid, NULL::bigint AS pid, "
               "t.timestamp::date AS d, SUM(t.amount) AS cash "
               "FROM transactions t "
               "JOIN (SELECT DISTINCT ON (account_number) "
               "WHERE h.account_number = t.account_number "
               "AND h.effective_date = t.timestamp::date "
               "AND h.amount = t.amount) "
               "AND NOT EXISTS (SELECT 1 FROM check_cashings k "
               "WHERE k.transaction_id = t.transaction_id) "
               "GROUP BY ah.subject_key, t.timestamp::date "
               "UNION ALL SELECT 'P' || k.presenter_id::text, "
               "MIN(k.account_number), NULL, MAX(k.presenter_id), "
               "k.cashed_at::date, SUM(k.cash_paid) "
               "FROM check_cashings k, cfg "
               "WHERE k.cashed_at >= DATE '" WS-BUSINESS-DATE
               "' - cfg.win AND k.cashed_at < DATE '"
               WS-BUSINESS-DATE "' + INTERVAL '1 day' "
               "GROUP BY k.presenter_id, k.cashed_at::date), "
               "hits AS (SELECT d.subject_key, MIN(d.acct) AS acct, "
               "MAX(d.pid) AS pid, "
               "COUNT(*) AS hit_days, SUM(d.cash) AS window_cash "
               "FROM daily d, cfg "
               "WHERE d.cash >= cfg.thr * cfg.pct "
               "ELSE (SELECT hits FROM cfg) END), "
               "ins AS (INSERT INTO fraud_cases (account_number, "
               "channel, decline_reason, tsx_type, amount, "
               "created_at, case_status, case_type, presenter_id) "
               "SELECT h.acct, 'AML', 'STRUCTURING', "
               "CASE WHEN h.pid IS NULL THEN 'D' ELSE 'W' END, "
               "h.window_cash, NOW(), 'OPEN', 'COMPLIANCE', h.pid "
               "FROM hits h WHERE NOT EXISTS (SELECT 1 FROM "
               "fraud_cases f WHERE f.account_number = h.acct "
               "AND f.decline_reason = 'STRUCTURING' "
               "AND f.presenter_id IS NOT DISTINCT FROM h.pid "
               "AND f.case_status = 'OPEN') RETURNING case_id) "
               "SELECT COUNT(*) FROM ins;"
               INTO WS-SQL-COMMAND
