      *> the first night books zero and sets the baseline), the
      *> history row for tonight, and one GL entry per currency whose
      *> movement is non-zero. A currency with no rate filed today is
      *> skipped -- carried at its last mark rather than guessed (and
      *> OPS-SUMMARY-BATCH flags it). Where the day carries more than
      *> one rate for a currency, the latest effective_at closes it.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH pos AS (SELECT a.currency AS ccy, "
               "COALESCE((SELECT h.rate FROM fx_reval_history h "
               "WHERE h.currency = p.ccy ORDER BY h.business_date "
               "DESC LIMIT 1), r.rate) AS prev_rate "
               "FROM pos p JOIN LATERAL (SELECT f.rate FROM "
               "fx_rates f WHERE f.from_currency = p.ccy "
               "AND f.to_currency = 'USD' AND f.rate_date = '"
               WS-BUSINESS-DATE "' ORDER BY f.effective_at DESC "
               "NULLS LAST LIMIT 1) r ON TRUE), "
               "calc AS (SELECT ccy, position, rate, prev_rate, "
               "ROUND(position * (rate - prev_rate), 2) AS movement "
               "FROM mark), "
