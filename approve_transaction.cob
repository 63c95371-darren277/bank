       01  WS-APPROVAL-ID        PIC 9(9) VALUE 0.
       01  WS-APPROVAL-ID-DISP   PIC Z(8)9.
       01  WS-REJECT-REASON      PIC X(60) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(2000).
       01  WS-SHELL-COMMAND      PIC X(2200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-TEMP-AMOUNT        PIC X(20) VALUE SPACES.
       01  WS-FORMATTED-AMOUNT   PIC Z(13)9.99.
       01  WS-BALANCE-SIGN       PIC X(1) VALUE "+".
      *> The teller's narrative and external reference are read off
      *> the approval row inside the posting statement itself, so the
      *> item posts (or warehouses) with what it was keyed with.
       01  WS-REQ-NARRATIVE-SQL  PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ELSE
               MOVE "+" TO WS-BALANCE-SIGN
           END-IF
           MOVE SPACES TO WS-REQ-NARRATIVE-SQL
           STRING "(SELECT p.narrative FROM pending_approvals p "
               "WHERE p.approval_id = "
               FUNCTION TRIM(WS-APPROVAL-ID-DISP)
               "), (SELECT p.external_reference FROM "
               "pending_approvals p WHERE p.approval_id = "
               FUNCTION TRIM(WS-APPROVAL-ID-DISP) ")"
               DELIMITED BY SIZE INTO WS-REQ-NARRATIVE-SQL

           *> An approved item dated past the business date does not
           *> post tonight -- it goes to the future-dated warehouse,
               " OR fz.expiry_date >= CURRENT_DATE))"
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, narrative, "
               "external_reference) "
               "SELECT account_number, 'W', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', "
               FUNCTION TRIM(WS-REQ-NARRATIVE-SQL)
               " FROM upd RETURNING transaction_id), "
               "wr AS (UPDATE wires SET wire_status = 'RELEASED', "
               "released_by = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', released_at = NOW() WHERE wire_id = "
               "ins AS (INSERT INTO future_transactions "
               "(account_number, transaction_type, amount, "
               "target_account_number, check_number, operator_id, "
               "effective_date, item_status, narrative, "
               "external_reference) "
               "SELECT account_number, transaction_type, amount, "
               "target_account_number, check_number, requested_by, "
               "effective_date, 'PENDING', narrative, "
               "external_reference FROM q "
               "RETURNING item_id), "
               "dec AS (UPDATE pending_approvals SET approval_status "
               "= 'APPROVED', decided_by = '"
           *> posts with -- the queue row is flipped to APPROVED in
           *> the same statement, chained off the posting, so the
           *> request can never post twice or approve without posting.
           *> A cash item whose conductor was captured at the window
           *> has that ctr_conductors row keyed on the approval_id;
           *> the same statement stamps it with the posting's
           *> transaction_id so the CTR run finds it.
           MOVE SPACES TO WS-SQL-COMMAND
           IF WS-REQ-TYPE = "W"
               *> Same guard set as every other debit path: funds
                   " RETURNING account_number), "
                   "ins AS (INSERT INTO transactions (account_number, "
                   "transaction_type, amount, operator_id, "
                   "check_number, narrative, external_reference) "
                   "SELECT account_number, 'W', "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   "', NULLIF('" FUNCTION TRIM(WS-REQ-CHECK)
                   "', ''), " FUNCTION TRIM(WS-REQ-NARRATIVE-SQL)
                   " FROM upd RETURNING transaction_id), "
                   "dec AS (UPDATE pending_approvals SET "
                   "approval_status = 'APPROVED', decided_by = '"
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   "', decided_at = NOW() WHERE approval_id = "
                   FUNCTION TRIM(WS-APPROVAL-ID-DISP)
                   " AND EXISTS (SELECT 1 FROM ins)), "
                   "cdl AS (UPDATE ctr_conductors SET transaction_id "
                   "= (SELECT transaction_id FROM ins) WHERE "
                   "approval_id = " FUNCTION TRIM(WS-APPROVAL-ID-DISP)
                   " AND transaction_id IS NULL) "
                   "SELECT transaction_id FROM ins;"
                   INTO WS-SQL-COMMAND
           ELSE
               STRING
                   "WITH upd AS (UPDATE accounts SET current_balance "
                   "= current_balance "
                   WS-BALANCE-SIGN " "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " WHERE account_number = '" WS-REQ-ACCOUNT "'"
                   " RETURNING account_number), "
                   "ins AS (INSERT INTO transactions (account_number, "
                   "transaction_type, amount, operator_id, narrative, "
                   "external_reference) "
                   "SELECT account_number, '" WS-REQ-TYPE "', "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
                   FUNCTION TRIM(WS-OPERATOR-ID) "', "
                   FUNCTION TRIM(WS-REQ-NARRATIVE-SQL)
                   " FROM upd RETURNING transaction_id), "
                   "dec AS (UPDATE pending_approvals SET "
                   "approval_status = 'APPROVED', decided_by = '"
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   "', decided_at = NOW() WHERE approval_id = "
                   FUNCTION TRIM(WS-APPROVAL-ID-DISP)
                   " AND EXISTS (SELECT 1 FROM ins)), "
                   "cdl AS (UPDATE ctr_conductors SET transaction_id "
                   "= (SELECT transaction_id FROM ins) WHERE "
                   "approval_id = " FUNCTION TRIM(WS-APPROVAL-ID-DISP)
                   " AND transaction_id IS NULL) "
                   "SELECT transaction_id FROM ins;"
                   INTO WS-SQL-COMMAND
           END-IF
               "RETURNING account_number), "
               "ins_debit AS (INSERT INTO transactions "
               "(account_number, transaction_type, amount, "
               "target_account_number, operator_id, narrative, "
               "external_reference) "
               "SELECT account_number, 'T', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '" WS-REQ-TARGET
               "', '" FUNCTION TRIM(WS-OPERATOR-ID) "', "
               FUNCTION TRIM(WS-REQ-NARRATIVE-SQL)
               " FROM debit RETURNING transaction_id), "
               "ins_credit AS (INSERT INTO transactions "
               "(account_number, transaction_type, amount, "
               "target_account_number, operator_id, narrative, "
               "external_reference) "
               "SELECT account_number, 'T', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '" WS-REQ-ACCOUNT
               "', '" FUNCTION TRIM(WS-OPERATOR-ID) "', "
               FUNCTION TRIM(WS-REQ-NARRATIVE-SQL) " FROM credit), "
               "dec AS (UPDATE pending_approvals SET approval_status "
               "= 'APPROVED', decided_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
