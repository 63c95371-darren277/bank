      *> case: cleared, confirmed fraud -- which also places an
      *> all-activity FRAUD freeze on the account through the same
      *> rows freeze_account.cob writes -- or false positive.
      *> Cases filed by KITING-DETECTION-BATCH carry their evidence:
      *> S lists the transactions that scored against the case, with
      *> the role each played, so the analyst can see the float cycle
      *> without rebuilding it from statements.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-IF

           DISPLAY "Enter Action (L=List open cases, D=Disposition a "
               "case, H=History for an account, S=Supporting "
               "items for a case):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
                   PERFORM DISPOSITION-CASE-PARA
               WHEN "H"
                   PERFORM ACCOUNT-HISTORY-PARA
               WHEN "S"
                   PERFORM CASE-ITEMS-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be L, D, H, or S."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) ":"
           PERFORM DISPLAY-RESULT-LINES-PARA.

       CASE-ITEMS-PARA.
           DISPLAY "Enter Case ID:"
           ACCEPT WS-CASE-ID
           MOVE WS-CASE-ID TO WS-CASE-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT i.item_role || ' | ' || i.account_number || "
               "' | ' || i.amount || COALESCE(' | txn ' || "
               "i.transaction_id || ' ' || t.timestamp::date, '') "
               "|| COALESCE(' | ' || i.item_note, '') "
               "FROM fraud_case_items i LEFT JOIN transactions t ON "
               "t.transaction_id = i.transaction_id WHERE i.case_id = "
               FUNCTION TRIM(WS-CASE-ID-DISP)
               " ORDER BY i.item_role, t.timestamp, i.account_number;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CASE-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "No supporting items on case "
                   FUNCTION TRIM(WS-CASE-ID-DISP) "."
           ELSE
               DISPLAY "Supporting items for case "
                   FUNCTION TRIM(WS-CASE-ID-DISP) ":"
               PERFORM DISPLAY-RESULT-LINES-PARA
           END-IF.

       DISPOSITION-CASE-PARA.
           DISPLAY "Enter Case ID:"
           ACCEPT WS-CASE-ID
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
