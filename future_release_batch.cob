
       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(2000).
       01  WS-SHELL-COMMAND          PIC X(2200).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-ITEM-OPERATOR          PIC X(8).
       01  WS-FORMATTED-AMOUNT       PIC Z(13)9.99.
       01  WS-BALANCE-SIGN           PIC X(1) VALUE "+".
      *> The warehoused item's narrative and external reference, read
      *> off its own future_transactions row as the posting inserts.
       01  WS-ITEM-NARRATIVE-SQL     PIC X(200) VALUE SPACES.
       01  WS-TEMP-AMOUNT            PIC X(20).

       01  WS-ITEMS-READ             PIC 9(9) VALUE 0.
           ELSE
               MOVE "+" TO WS-BALANCE-SIGN
           END-IF
           MOVE SPACES TO WS-ITEM-NARRATIVE-SQL
           STRING "(SELECT f.narrative FROM future_transactions f "
               "WHERE f.item_id = " FUNCTION TRIM(WS-ITEM-ID)
               "), (SELECT f.external_reference FROM "
               "future_transactions f WHERE f.item_id = "
               FUNCTION TRIM(WS-ITEM-ID) ")"
               DELIMITED BY SIZE INTO WS-ITEM-NARRATIVE-SQL

           *> One statement per item: the same guarded posting shapes
           *> the live paths use, with the warehouse row flipped in
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) "))"
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, check_number, "
               "narrative, external_reference) "
               "SELECT account_number, 'W', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-ITEM-OPERATOR) "', NULLIF('"
               FUNCTION TRIM(WS-ITEM-CHECK)
               "', ''), " FUNCTION TRIM(WS-ITEM-NARRATIVE-SQL)
               " FROM upd RETURNING transaction_id), "
               "flip AS (UPDATE future_transactions SET item_status = "
               "'POSTED', posted_transaction_id = "
               "(SELECT transaction_id FROM ins) WHERE item_id = "
               " WHERE account_number = '" WS-ITEM-ACCOUNT "'"
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, narrative, "
               "external_reference) "
               "SELECT account_number, '" WS-ITEM-TYPE "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-ITEM-OPERATOR) "', "
               FUNCTION TRIM(WS-ITEM-NARRATIVE-SQL)
               " FROM upd RETURNING transaction_id), "
               "flip AS (UPDATE future_transactions SET item_status = "
               "'POSTED', posted_transaction_id = "
               "(SELECT transaction_id FROM ins) WHERE item_id = "
               "RETURNING account_number), "
               "ins_debit AS (INSERT INTO transactions "
               "(account_number, transaction_type, amount, "
               "target_account_number, operator_id, narrative, "
               "external_reference) "
               "SELECT account_number, 'T', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-ITEM-TARGET) "', '"
               FUNCTION TRIM(WS-ITEM-OPERATOR) "', "
               FUNCTION TRIM(WS-ITEM-NARRATIVE-SQL)
               " FROM debit RETURNING transaction_id), "
               "ins_credit AS (INSERT INTO transactions "
               "(account_number, transaction_type, amount, "
               "target_account_number, operator_id, narrative, "
               "external_reference) "
               "SELECT account_number, 'T', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               WS-ITEM-ACCOUNT "', '"
               FUNCTION TRIM(WS-ITEM-OPERATOR) "', "
               FUNCTION TRIM(WS-ITEM-NARRATIVE-SQL) " FROM credit), "
               "flip AS (UPDATE future_transactions SET item_status = "
               "'POSTED', posted_transaction_id = "
               "(SELECT transaction_id FROM ins_debit) WHERE item_id "
