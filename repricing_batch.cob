      *> rate-change event per repriced account through
      *> EVENT-NOTIFY-SUB so customer notices can go out. Run it after
      *> any index change; an unchanged index makes it a no-op.
      *> An account still on a promotional rate is left alone until
      *> PROMO-STEPDOWN-BATCH returns it to index + margin.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "r.index_rate + COALESCE(a.rate_margin, 0) "
               "AND (a.account_status = 'ACTIVE' "
               "OR a.account_status IS NULL) "
               "AND (a.promo_expiry_date IS NULL "
               "OR a.promo_stepdown_date IS NOT NULL) "
               "ORDER BY a.account_number;"
               INTO WS-SQL-COMMAND.

               "WHERE COALESCE(a.interest_rate, -1) <> "
               "r.index_rate + COALESCE(a.rate_margin, 0) "
               "AND (a.account_status = 'ACTIVE' "
               "OR a.account_status IS NULL) "
               "AND (a.promo_expiry_date IS NULL "
               "OR a.promo_stepdown_date IS NOT NULL) "
               "FOR UPDATE OF a), "
               "upd AS (UPDATE accounts a SET interest_rate = "
               "s.new_rate FROM stale s "
               "WHERE a.account_number = s.account_number), "
