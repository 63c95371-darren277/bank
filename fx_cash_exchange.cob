           PERFORM RECORD-EXCHANGE-PARA.

       LOOKUP-RATE-PARA.
      *> The rate in force is today's row with the latest effective_at
      *> -- an approved correction loads alongside the original.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE((SELECT rate FROM fx_rates WHERE "
               "rate_date = CURRENT_DATE AND from_currency = '"
               WS-CURRENCY "' AND to_currency = 'USD' "
               "ORDER BY effective_at DESC NULLS LAST LIMIT 1), 0) "
               "|| '|' || "
               "COALESCE((SELECT margin_pct FROM fx_margin_config "
               "LIMIT 1), 0.02);"
               INTO WS-SQL-COMMAND
