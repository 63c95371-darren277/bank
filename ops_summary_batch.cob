      *> on-call person opening a dozen files. Collects, for the
      *> business date:
      *>   - the orchestrator's own status line;
      *>   - the pre-close readiness checklist for the date -- each
      *>     check's GO / NO-GO / OVERRIDDEN result, and who overrode
      *>     what, and why;
      *>   - every batch's status and elapsed time, flagged against
      *>     its batch_overrun_limits row where one exists;
      *>   - open reconciliation discrepancies and the day's declines;
      *>   - retry-queue and dead-letter depths and failed webhook
      *>     deliveries;
      *>   - future-dated items already due but still unreleased;
      *>   - FX rates held for supervisor approval, and an alert for
      *>     every currency on the books with no fresh rate for the
      *>     date by the feed cutoff (fx_rate_feed_config, 09:00 when
      *>     unset) -- otherwise the last rate is used silently;
      *>   - the day's posting totals by type.
      *> Runs at the end of the nightly chain; REPORT-ARCHIVE-BATCH
      *> files it afterwards like every other report.
           WRITE SUMMARY-RECORD

           PERFORM ORCHESTRATOR-LINE-PARA
           PERFORM READINESS-PARA
           PERFORM BATCH-STATUS-PARA
           PERFORM EXCEPTIONS-PARA
           PERFORM QUEUES-PARA
           PERFORM UNRELEASED-PARA
           PERFORM FX-RATES-PARA
           PERFORM POSTING-TOTALS-PARA

           CLOSE SUMMARY-FILE
           END-PERFORM
           CLOSE ORCH-STATUS-FILE.

       READINESS-PARA.
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE "-- Pre-close readiness --" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT rpad(c.check_code, 10) || ' ' || "
               "rpad(c.check_result, 10) || ' items ' || "
               "c.item_count || COALESCE('  overridden by ' || "
               "o.override_by || ': ' || o.override_reason, '') "
               "FROM preclose_checks c LEFT JOIN LATERAL (SELECT * "
               "FROM preclose_overrides x WHERE x.business_date = "
               "c.business_date AND x.check_code = c.check_code "
               "ORDER BY x.override_at DESC LIMIT 1) o ON TRUE "
               "WHERE c.business_date = DATE '" WS-BUSINESS-DATE
               "' ORDER BY c.check_code;"
               INTO WS-SQL-COMMAND
           PERFORM COPY-QUERY-LINES-PARA.

       BATCH-STATUS-PARA.
           MOVE "-- Batch runs (status, elapsed, overrun) --"
               TO SUMMARY-RECORD
               INTO WS-SQL-COMMAND
           PERFORM COPY-QUERY-LINES-PARA.

       FX-RATES-PARA.
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE "-- FX rate feed --" TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
      *> A rate loaded after the cutoff still alerts: the morning's
      *> conversions ran on the stale one. Rows keyed by hand before
      *> the feed carry no effective_at and count as on time.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'FX rates held for approval: ' || "
               "(SELECT COUNT(*) FROM fx_rate_exceptions WHERE "
               "exception_status = 'PENDING') "
               "UNION ALL SELECT '*** ALERT: no fresh ' || c.ccy || "
               "' rate for " WS-BUSINESS-DATE " by ' || k.cut || "
               "' -- last rate dated ' || COALESCE((SELECT "
               "MAX(r.rate_date)::text FROM fx_rates r WHERE "
               "r.from_currency = c.ccy AND r.to_currency = 'USD'), "
               "'never') || ' ***' "
               "FROM (SELECT DISTINCT currency AS ccy FROM accounts "
               "WHERE COALESCE(currency, 'USD') <> 'USD') c, "
               "(SELECT COALESCE((SELECT cutoff_time FROM "
               "fx_rate_feed_config LIMIT 1), TIME '09:00') AS cut) k "
               "WHERE NOT EXISTS (SELECT 1 FROM fx_rates r WHERE "
               "r.from_currency = c.ccy AND r.to_currency = 'USD' "
               "AND r.rate_date = '" WS-BUSINESS-DATE "' "
               "AND COALESCE(r.effective_at, DATE '" WS-BUSINESS-DATE
               "' + k.cut) <= DATE '" WS-BUSINESS-DATE "' + k.cut);"
               INTO WS-SQL-COMMAND
           PERFORM COPY-QUERY-LINES-PARA.

       POSTING-TOTALS-PARA.
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
