       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FEED-FILE
           ASSIGN TO "./reconciliation_accounts.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCREPANCY-REPORT-FILE
           ASSIGN TO "./reconciliation_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGED-FEED-FILE
           ASSIGN TO "./reconciliation_aged.tmp"
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ACCOUNTS-PROCESSED WS-RUN-STATUS
               PERFORM CLOSE-REPORT-PARA
               DISPLAY "RECONCILIATION-BATCH failed extracting "
                   "accounts."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Reconciliation discrepancy report"
               TO DISCREPANCY-REPORT-RECORD
           WRITE DISCREPANCY-REPORT-RECORD
           MOVE SPACES TO DISCREPANCY-REPORT-RECORD
           STRING "Account     Stored balance   Ledger balance   "
               "Difference"
               DELIMITED BY SIZE INTO DISCREPANCY-REPORT-RECORD
           WRITE DISCREPANCY-REPORT-RECORD.

       CLOSE-REPORT-PARA.
           *> is between two independently derived numbers. Activity
           *> moved off to the yearly archives is summarized in
           *> account_positions.archived_net -- the opening position
           *> the recompute starts from instead of zero. A conversion
           *> opening balance (type 'C') is carried signed, like an
           *> adjustment.
           STRING
               "SELECT a.account_number, "
               "COALESCE(a.current_balance, 0), "
               "COALESCE(MAX(p.archived_net), 0) + "
               "COALESCE(SUM(CASE WHEN t.transaction_type IN "
               "('D') THEN t.amount "
               "WHEN t.transaction_type = 'T' AND "
               "t.target_account_number = a.account_number "
               "THEN t.amount "
               "WHEN t.transaction_type IN ('W', 'F') THEN -t.amount "
               "WHEN t.transaction_type = 'T' THEN -t.amount "
               "WHEN t.transaction_type IN ('A', 'C') THEN t.amount "
               "ELSE 0 END), 0) "
               "FROM accounts a "
               "LEFT JOIN account_positions p "
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./reconciliation_accounts.tmp"
               INTO WS-SHELL-COMMAND.

           MOVE 0 TO WS-LEDGER-BALANCE

           UNSTRING ACCOUNTS-FEED-RECORD DELIMITED BY "|"
               INTO WS-ACCOUNT-NUMBER WS-STORED-BALANCE
                   WS-LEDGER-BALANCE
           END-UNSTRING

           COMPUTE WS-DIFFERENCE = WS-STORED-BALANCE - WS-LEDGER-BALANCE
