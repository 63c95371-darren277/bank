       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALYSIS-FEED-FILE
           ASSIGN TO "./acct_analysis_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANALYSIS-REPORT-FILE
           ASSIGN TO "./account_analysis_statements.txt"
      *> One row per analysis account: average of the month's filed
      *> closing balances, the month's item count, and the plan's
      *> MONTHLY fee total -- accounts already analyzed this period
      *> are excluded by the account_analysis guard. A conversion
      *> opening-balance posting (type 'C') is not an item the
      *> customer generated and is not counted.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "'YYYY-MM') = '" WS-PERIOD "'), 0), "
               "(SELECT COUNT(*) FROM transactions t WHERE "
               "t.account_number = a.account_number AND "
               "t.transaction_type <> 'C' AND "
               "to_char(t.timestamp, 'YYYY-MM') = '" WS-PERIOD "'), "
               "COALESCE((SELECT SUM(f.amount) FROM fee_schedule f "
               "JOIN products p2 ON p2.fee_plan = f.fee_plan "
