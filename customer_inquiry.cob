      *> orders and holders with raw psql. One account number in, and
      *> everything out: balance and status, currency, rate and
      *> accrued interest, product, active holds with amounts,
      *> standing orders, every holder, the payable-on-death
      *> beneficiaries, and the last N transactions.
      *> Any service memo in force on the account or on one of its
      *> holders (ACCOUNT-MEMO) is shown first, above everything
      *> else -- informational, caution and must-acknowledge alike.
      *> Strictly read-only -- nothing here ever posts, updates, or
      *> settles anything.
      *> On a training room terminal (BANK_TRAINING_MODE=Y) the
      *> inquiry reads the training database under the TRAINING
      *> banner.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-ANY-LINES          PIC X(1) VALUE 'N'.
       01  WS-TRAINING-MODE      PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           CALL "TRAINING-SCREEN-SUB" USING DB-CONFIG WS-TRAINING-MODE

           DISPLAY "Enter Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER
           DISPLAY " "
           DISPLAY "=== Account " FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               " ==="
           DISPLAY "--- Memos ---"
           PERFORM SHOW-MEMOS-PARA
           DISPLAY " "
           PERFORM SHOW-ACCOUNT-PARA
           DISPLAY " "
           DISPLAY "--- Holders ---"
           PERFORM SHOW-HOLDERS-PARA
           DISPLAY " "
           DISPLAY "--- POD beneficiaries ---"
           PERFORM SHOW-BENEFICIARIES-PARA
           DISPLAY " "
           DISPLAY "--- Active holds ---"
           PERFORM SHOW-HOLDS-PARA
           DISPLAY " "
               GOBACK
           END-IF.

       SHOW-MEMOS-PARA.
      *> Must-acknowledge first, then caution, then informational.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT '[' || m.memo_category || '] ' || m.memo_text "
               "|| ' (' || CASE WHEN m.customer_id IS NULL THEN "
               "'account' ELSE 'customer ' || m.customer_id END || "
               "', by ' || m.author || ' ' || m.start_date || "
               "COALESCE(' to ' || m.expiry_date, '') || ')' "
               "FROM account_memos m WHERE m.memo_status = 'ACTIVE' "
               "AND m.start_date <= CURRENT_DATE AND (m.expiry_date "
               "IS NULL OR m.expiry_date >= CURRENT_DATE) AND "
               "(m.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' OR m.customer_id IN (SELECT h.customer_id FROM "
               "account_holders h WHERE h.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND h.customer_id IS NOT NULL)) ORDER BY CASE "
               "m.memo_category WHEN 'MUST-ACK' THEN 1 WHEN 'CAUTION' "
               "THEN 2 ELSE 3 END, m.memo_id;"
               INTO WS-SQL-COMMAND
           PERFORM SHOW-RESULT-PARA.

       SHOW-HOLDERS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               INTO WS-SQL-COMMAND
           PERFORM SHOW-RESULT-PARA.

       SHOW-BENEFICIARIES-PARA.
      *> Signed-off designations, plus any change still awaiting a
      *> supervisor, so the caller hears what will actually pay out.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT b.beneficiary_name || ' (' || b.relationship "
               "|| ') ' || b.share_pct || '%' || CASE "
               "b.designation_status WHEN 'ACTIVE' THEN '' ELSE "
               "' -- ' || b.designation_status END "
               "FROM account_beneficiaries b WHERE b.account_number "
               "= '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND b.designation_status IN ('ACTIVE', 'PENDING', "
               "'PENDING-REMOVAL') ORDER BY b.beneficiary_id;"
               INTO WS-SQL-COMMAND
           PERFORM SHOW-RESULT-PARA.

       SHOW-HOLDS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
