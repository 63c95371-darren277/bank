      *> vault_movements between a named drawer and the vault, records
      *> cash shipments to and from the correspondent with an
      *> IN-TRANSIT status confirmed on arrival, and prints the cash
      *> position the branch manager orders currency from. Cash the
      *> branch has loaded into its ATM terminals (ATM-CASH-MANAGEMENT,
      *> vault_movements rows carrying a terminal instead of a drawer)
      *> is shown on the position report beside the vault, so it no
      *> longer drops out of the branch's cash.
      *> Actions:
      *>   B = drawer Buys cash from the vault
      *>   S = drawer Sells cash back to the vault
           PERFORM RUN-VAULT-SQL-PARA
           PERFORM COPY-LINES-TO-REPORT-PARA

           MOVE SPACES TO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD
           MOVE "Cash in ATM terminals (expected):"
               TO POSITION-REPORT-RECORD
           WRITE POSITION-REPORT-RECORD
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Terminal ' || terminal_id || '  ' || "
               "terminal_status || '  expected ' || expected_cash || "
               "'  next load ' || COALESCE(next_load_date::text, '-') "
               "FROM atm_terminals WHERE branch_code = '"
               FUNCTION TRIM(WS-BRANCH-CODE)
               "' AND expected_cash <> 0 ORDER BY terminal_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-VAULT-SQL-PARA
           PERFORM COPY-LINES-TO-REPORT-PARA

           CLOSE POSITION-REPORT-FILE
           DISPLAY "Position report written to "
               "./vault_position_report.txt".
