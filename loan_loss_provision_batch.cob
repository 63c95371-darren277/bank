       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-LOSS-PROVISION-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Month-end loan-loss allowance. CHARGE-OFF books a loss only
      *> once an account is hopeless; Finance used to work out the
      *> reserve ahead of it on a spreadsheet from the collections
      *> queue and the loan book. On the last business day of the
      *> month, before GL-MONTH-END-CLOSE-BATCH prints the
      *> statements:
      *>   - the book is pooled -- ACTIVE loans by the
      *>     delinquency_bucket LOAN-DELINQUENCY-BATCH sets (LOAN-
      *>     CURRENT, LOAN-1-29 ... LOAN-90+), and negative deposit
      *>     balances by the days-overdrawn age COLLECTIONS-AGING-BATCH
      *>     measures off balance_history (OD-CURRENT, OD-30-59,
      *>     OD-60-89, OD-90+);
      *>   - each pool's exposure times its loss_provision_rates rate
      *>     is the pool's required allowance, filed to
      *>     loss_provision_pools for the period;
      *>   - only the change between the required total and the
      *>     allowance account's balance on the ledger is posted, to
      *>     the chart's 'P' pair (debit provision expense, credit
      *>     allowance -- reversed when the reserve is released).
      *>     CHARGE-OFF draws the allowance down and recoveries
      *>     rebuild it, so the ledger balance is always last month's
      *>     reserve after this month's losses;
      *>   - the pool-by-pool calculation prints to
      *>     ./loan_loss_provision_report.txt for the auditors.
      *> The loss_provision_runs row is the rerun guard -- one
      *> provision per period -- and a CLOSED period is refused.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-FEED-FILE ASSIGN TO "./loss_provision_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROV-REPORT-FILE
           ASSIGN TO "./loan_loss_provision_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_llp.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROV-FEED-FILE.
       01  PROV-FEED-RECORD         PIC X(132).
       FD  PROV-REPORT-FILE.
       01  PROV-REPORT-RECORD       PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(3000).
       01  WS-SHELL-COMMAND         PIC X(3200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(80).

       01  WS-PERIOD                PIC X(7) VALUE SPACES.
       01  WS-PERIOD-STATUS         PIC X(10) VALUE SPACES.
       01  WS-POOLS-FILED           PIC 9(9) VALUE 0.

       01  WS-TEMP-REQUIRED         PIC X(20) VALUE SPACES.
       01  WS-TEMP-PRIOR            PIC X(20) VALUE SPACES.
       01  WS-TEMP-PROVISION        PIC X(20) VALUE SPACES.
       01  WS-TEMP-POOLS            PIC X(20) VALUE SPACES.
       01  WS-REQUIRED-TOTAL        PIC S9(15)V99 VALUE 0.
       01  WS-PRIOR-ALLOWANCE       PIC S9(15)V99 VALUE 0.
       01  WS-PROVISION-AMOUNT      PIC S9(15)V99 VALUE 0.
       01  WS-AMOUNT-DISP           PIC -(13)9.99.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "LOAN-LOSS-PROVISION-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN-LOSS-PROVISION-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "LOAN-LOSS-PROVISION-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE(1:7) TO WS-PERIOD
           DISPLAY "Business date: " WS-BUSINESS-DATE
               "  period: " WS-PERIOD

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM CHECK-PERIOD-PARA
           IF WS-PERIOD-STATUS = "CLOSED"
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-POOLS-FILED WS-RUN-STATUS
               DISPLAY "Period " WS-PERIOD " is already CLOSED -- "
                   "the allowance cannot be provisioned into it."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PERIOD-STATUS = "PROVISIONED"
               DISPLAY "Allowance already provisioned for period "
                   WS-PERIOD " -- reprinting the calculation only."
               PERFORM LOAD-RUN-PARA
           ELSE
               PERFORM POST-PROVISION-PARA
               IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
                   MOVE "FAILED" TO WS-RUN-STATUS
                   CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME
                       WS-RUN-ID WS-POOLS-FILED WS-RUN-STATUS
                   DISPLAY "LOAN-LOSS-PROVISION-BATCH failed -- "
                       "nothing posted."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM WRITE-PROVISION-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-POOLS-FILED WS-RUN-STATUS
           MOVE WS-PROVISION-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "LOAN-LOSS-PROVISION-BATCH complete. Pools: "
               WS-POOLS-FILED " Provision posted: "
               FUNCTION TRIM(WS-AMOUNT-DISP)
           GOBACK.

       CHECK-PERIOD-PARA.
      *> CLOSED on accounting_periods wins; otherwise a run row for
      *> the period means the provision is already on the ledger.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT CASE WHEN EXISTS (SELECT 1 FROM "
               "accounting_periods WHERE period = '" WS-PERIOD
               "' AND period_status = 'CLOSED') THEN 'CLOSED' "
               "WHEN EXISTS (SELECT 1 FROM loss_provision_runs "
               "WHERE period = '" WS-PERIOD "') THEN 'PROVISIONED' "
               "ELSE 'OPEN' END;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LLP-SQL-PARA
           MOVE SPACES TO WS-PERIOD-STATUS
           IF WS-RETURN-CODE NOT = 0
               MOVE "CLOSED" TO WS-PERIOD-STATUS
           ELSE
               MOVE WS-PSQL-RESULT TO WS-PERIOD-STATUS
           END-IF.

       POST-PROVISION-PARA.
      *> Pools, the run row and the GL entry as one statement. The
      *> allowance account is the credit side of the chart's 'P' row;
      *> its ledger balance (credits less debits) is the reserve
      *> carried in. A pool with no configured rate reserves nothing
      *> but still prints, so a missing rate shows up on the report.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH cfg AS (SELECT "
               "COALESCE((SELECT stage1_days FROM collections_config "
               "LIMIT 1), 30) AS d30, "
               "COALESCE((SELECT stage2_days FROM collections_config "
               "LIMIT 1), 60) AS d60, "
               "COALESCE((SELECT stage3_days FROM collections_config "
               "LIMIT 1), 90) AS d90), "
               "expo AS (SELECT 'LOAN-' || COALESCE("
               "l.delinquency_bucket, 'CURRENT') AS pool, "
               "l.principal_balance AS amt FROM loans l "
               "WHERE l.loan_status = 'ACTIVE' "
               "AND l.principal_balance > 0 "
               "UNION ALL SELECT 'OD-' || CASE "
               "WHEN n.days_neg >= c.d90 THEN '90+' "
               "WHEN n.days_neg >= c.d60 THEN '60-89' "
               "WHEN n.days_neg >= c.d30 THEN '30-59' "
               "ELSE 'CURRENT' END, ABS(n.current_balance) "
               "FROM (SELECT a.current_balance, DATE '"
               WS-BUSINESS-DATE "' - COALESCE((SELECT "
               "MAX(b.business_date)::date FROM balance_history b "
               "WHERE b.account_number = a.account_number AND "
               "b.closing_balance >= 0), DATE '" WS-BUSINESS-DATE
               "' - 999) AS days_neg FROM accounts a "
               "WHERE a.current_balance < 0 AND COALESCE("
               "a.account_status, 'ACTIVE') <> 'CHARGED-OFF') n, "
               "cfg c), "
               "pools AS (SELECT e.pool, COUNT(*) AS cnt, "
               "SUM(e.amt) AS exposure, COALESCE(MAX(r.loss_rate), 0)"
               " AS rate, ROUND(SUM(e.amt) * COALESCE(MAX("
               "r.loss_rate), 0), 2) AS required FROM expo e "
               "LEFT JOIN loss_provision_rates r ON r.pool_code = "
               "e.pool GROUP BY e.pool), "
               "gla AS (SELECT debit_gl_account AS expense_gl, "
               "credit_gl_account AS allowance_gl FROM "
               "chart_of_accounts WHERE transaction_type = 'P'), "
               "prior AS (SELECT COALESCE(SUM(CASE WHEN "
               "j.credit_gl_account = g.allowance_gl THEN j.amount "
               "ELSE 0 END) - SUM(CASE WHEN j.debit_gl_account = "
               "g.allowance_gl THEN j.amount ELSE 0 END), 0) AS bal "
               "FROM gla g LEFT JOIN gl_journal j ON "
               "(j.credit_gl_account = g.allowance_gl OR "
               "j.debit_gl_account = g.allowance_gl) AND "
               "j.business_date::date <= '" WS-BUSINESS-DATE "'), "
               "calc AS (SELECT COALESCE((SELECT SUM(required) FROM "
               "pools), 0) AS req, (SELECT bal FROM prior) AS bal), "
               "pl AS (INSERT INTO loss_provision_pools (period, "
               "pool_code, exposure_count, exposure_amount, "
               "loss_rate, required_allowance) SELECT '" WS-PERIOD
               "', pool, cnt, exposure, rate, required FROM pools "
               "WHERE EXISTS (SELECT 1 FROM gla)), "
               "run AS (INSERT INTO loss_provision_runs (period, "
               "business_date, required_allowance, prior_allowance, "
               "provision_amount, run_at) SELECT '" WS-PERIOD "', '"
               WS-BUSINESS-DATE "', req, bal, req - bal, NOW() "
               "FROM calc WHERE EXISTS (SELECT 1 FROM gla) "
               "RETURNING required_allowance, prior_allowance, "
               "provision_amount), "
               "gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) "
               "SELECT '" WS-BUSINESS-DATE "', "
               "CASE WHEN r.provision_amount > 0 THEN g.expense_gl "
               "ELSE g.allowance_gl END, "
               "CASE WHEN r.provision_amount > 0 THEN g.allowance_gl "
               "ELSE g.expense_gl END, ABS(r.provision_amount) "
               "FROM run r, gla g WHERE r.provision_amount <> 0) "
               "SELECT required_allowance || '|' || prior_allowance "
               "|| '|' || provision_amount || '|' || "
               "(SELECT COUNT(*) FROM pools) FROM run;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LLP-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               PERFORM PARSE-RUN-PARA
           ELSE
               IF WS-RETURN-CODE = 0
                   DISPLAY "No 'P' row on chart_of_accounts -- the "
                       "provision has no GL pair to post to."
               END-IF
           END-IF.

       LOAD-RUN-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT required_allowance || '|' || prior_allowance "
               "|| '|' || provision_amount || '|' || (SELECT "
               "COUNT(*) FROM loss_provision_pools WHERE period = '"
               WS-PERIOD "') FROM loss_provision_runs "
               "WHERE period = '" WS-PERIOD "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LLP-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               PERFORM PARSE-RUN-PARA
           END-IF.

       PARSE-RUN-PARA.
           MOVE SPACES TO WS-TEMP-REQUIRED WS-TEMP-PRIOR
               WS-TEMP-PROVISION WS-TEMP-POOLS
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-TEMP-REQUIRED WS-TEMP-PRIOR
                    WS-TEMP-PROVISION WS-TEMP-POOLS
           END-UNSTRING
           COMPUTE WS-REQUIRED-TOTAL = FUNCTION NUMVAL(WS-TEMP-REQUIRED)
           COMPUTE WS-PRIOR-ALLOWANCE = FUNCTION NUMVAL(WS-TEMP-PRIOR)
           COMPUTE WS-PROVISION-AMOUNT =
               FUNCTION NUMVAL(WS-TEMP-PROVISION)
           COMPUTE WS-POOLS-FILED = FUNCTION NUMVAL(WS-TEMP-POOLS).

       WRITE-PROVISION-REPORT-PARA.
           OPEN OUTPUT PROV-REPORT-FILE
           MOVE SPACES TO PROV-REPORT-RECORD
           STRING "Loan-loss allowance -- period " WS-PERIOD
               "  business date " WS-BUSINESS-DATE
               INTO PROV-REPORT-RECORD
           WRITE PROV-REPORT-RECORD
           MOVE SPACES TO PROV-REPORT-RECORD
           WRITE PROV-REPORT-RECORD
           MOVE SPACES TO PROV-REPORT-RECORD
           STRING "Pool          Count          Exposure   Loss rate"
               "    Required allowance"
               INTO PROV-REPORT-RECORD
           WRITE PROV-REPORT-RECORD

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT rpad(pool_code, 12) || lpad(exposure_count::"
               "text, 7) || lpad(exposure_amount::text, 18) || "
               "lpad(loss_rate::text, 12) || "
               "lpad(required_allowance::text, 22) "
               "FROM loss_provision_pools WHERE period = '" WS-PERIOD
               "' ORDER BY pool_code;"
               INTO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./loss_provision_feed.tmp"
               INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PROV-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROV-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO PROV-REPORT-RECORD
                       STRING "  " FUNCTION TRIM(PROV-FEED-RECORD)
                           INTO PROV-REPORT-RECORD
                       WRITE PROV-REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE PROV-FEED-FILE

           MOVE SPACES TO PROV-REPORT-RECORD
           WRITE PROV-REPORT-RECORD
           MOVE WS-REQUIRED-TOTAL TO WS-AMOUNT-DISP
           MOVE SPACES TO PROV-REPORT-RECORD
           STRING "Required allowance, all pools:      " WS-AMOUNT-DISP
               INTO PROV-REPORT-RECORD
           WRITE PROV-REPORT-RECORD
           MOVE WS-PRIOR-ALLOWANCE TO WS-AMOUNT-DISP
           MOVE SPACES TO PROV-REPORT-RECORD
           STRING "Allowance on the ledger carried in: " WS-AMOUNT-DISP
               INTO PROV-REPORT-RECORD
           WRITE PROV-REPORT-RECORD
           MOVE WS-PROVISION-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO PROV-REPORT-RECORD
           IF WS-PROVISION-AMOUNT < 0
               STRING "Reserve released (credit expense):  "
                   WS-AMOUNT-DISP
                   INTO PROV-REPORT-RECORD
           ELSE
               STRING "Provision expense posted:           "
                   WS-AMOUNT-DISP
                   INTO PROV-REPORT-RECORD
           END-IF
           WRITE PROV-REPORT-RECORD
           CLOSE PROV-REPORT-FILE.

       RUN-LLP-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_llp.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "LOAN-LOSS-PROVISION" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM LOAN-LOSS-PROVISION-BATCH.
