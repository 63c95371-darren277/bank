      *> re-reads it, recounts and re-sums the body, and REFUSES the
      *> handoff (renaming the file .REJECTED) when the trailer does
      *> not prove out.
      *> Each account record carries the holders' privacy opt-outs
      *> standing on the business date (customer_privacy_optouts,
      *> kept through MAINTAIN-CUSTOMER) as Y/N bytes -- affiliate
      *> sharing, third-party marketing, telemarketing, e-mail -- Y
      *> when any holder on the account has opted out. The master
      *> stays whole so the control totals still prove; anything fed
      *> to marketing or a third party must drop the flagged records.
      *> No personal data leaves in the clear. Each account record
      *> carries its primary holder as a customer key -- a token from
      *> the data_tokens vault, never the TIN or customer number --
      *> and account numbers on both files are written under the
      *> EXTRACT masking policy (MASK-DATA-SUB): tokenized as
      *> standard, so the warehouse can still join the two files and
      *> follow an account night to night without holding the
      *> number. Every value is tokenized into the vault before the
      *> files are cut; a token, once issued, never changes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(2400).
       01  WS-SHELL-COMMAND          PIC X(2600).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
           05  WS-AD-CURRENCY        PIC X(3).
           05  WS-AD-BRANCH          PIC X(4).
           05  WS-AD-PRODUCT         PIC X(8).
           05  WS-AD-OPTOUT-AFFILIATE PIC X(1).
           05  WS-AD-OPTOUT-THIRDPARTY PIC X(1).
           05  WS-AD-OPTOUT-TELEMKT  PIC X(1).
           05  WS-AD-OPTOUT-EMAIL    PIC X(1).
           05  WS-AD-CUSTOMER-KEY    PIC X(10).
       01  WS-TSX-DETAIL.
           05  FILLER                PIC X(1) VALUE "2".
           05  WS-TD-ID              PIC 9(9).
       01  WS-FILE-KIND              PIC X(1) VALUE "1".
       01  WS-HANDOFF-OK             PIC X(1) VALUE 'Y'.

      *> EXTRACT masking policy, as SQL for each account column.
       01  WS-MASK-AUDIENCE          PIC X(10) VALUE "EXTRACT".
       01  WS-NO-OPERATOR            PIC X(8) VALUE SPACES.
       01  WS-MASK-ELEMENT           PIC X(8) VALUE "ACCOUNT".
       01  WS-MASK-COLUMN            PIC X(60) VALUE SPACES.
       01  WS-ACCOUNT-EXPR           PIC X(300) VALUE SPACES.
       01  WS-TARGET-EXPR            PIC X(300) VALUE SPACES.
       01  WS-TRANSACTION-ACCOUNT-EXPR PIC X(300) VALUE SPACES.

       01  WS-BATCH-NAME             PIC X(30) VALUE
           "DW-EXTRACT-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM TOKENIZE-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME
                   WS-RUN-ID WS-RECORD-COUNT WS-RUN-STATUS
               DISPLAY "DW-EXTRACT-BATCH could not tokenize -- no "
                   "extract written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM EXTRACT-ACCOUNTS-FILE-PARA
           PERFORM EXTRACT-TRANSACTIONS-FILE-PARA

           END-IF
           GOBACK.

       TOKENIZE-PARA.
      *> Vault first: every customer, every account and every
      *> counterparty account on the day's transactions gets its
      *> token before either file is cut. Tokens come off
      *> data_token_seq, so nothing about one can be worked back to
      *> the value it stands for.
           CALL "MASK-POLICY-SUB" USING WS-MASK-AUDIENCE WS-NO-OPERATOR
           MOVE "a.account_number" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-ACCOUNT-EXPR
           MOVE "account_number" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN
               WS-TRANSACTION-ACCOUNT-EXPR
           MOVE "NULLIF(target_account_number, '')" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-TARGET-EXPR

           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "INSERT INTO data_tokens (token_type, clear_value, "
               "token, tokenized_at) SELECT 'CUSTOMER', "
               "c.customer_id::text, 'C' || lpad(nextval("
               "'data_token_seq')::text, 9, '0'), NOW() FROM "
               "customers c WHERE NOT EXISTS (SELECT 1 FROM "
               "data_tokens d WHERE d.token_type = 'CUSTOMER' AND "
               "d.clear_value = c.customer_id::text); "
               "INSERT INTO data_tokens (token_type, clear_value, "
               "token, tokenized_at) SELECT 'ACCOUNT', v.x, 'T' || "
               "lpad(nextval('data_token_seq')::text, 9, '0'), NOW() "
               "FROM (SELECT account_number AS x FROM accounts UNION "
               "SELECT target_account_number FROM transactions WHERE "
               "COALESCE(target_account_number, '') <> '' AND "
               "timestamp >= '" WS-BUSINESS-DATE "' AND timestamp < "
               "DATE '" WS-BUSINESS-DATE "' + INTERVAL '1 day') v "
               "WHERE NOT EXISTS (SELECT 1 FROM data_tokens d WHERE "
               "d.token_type = 'ACCOUNT' AND d.clear_value = v.x);"
               INTO WS-SQL-COMMAND
           PERFORM RUN-FEED-SQL-PARA.

       EXTRACT-ACCOUNTS-FILE-PARA.
           MOVE "1" TO WS-FILE-KIND
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "WITH o AS (SELECT h.account_number, "
               "bool_or(p.optout_type = 'AFFILIATE') AS af, "
               "bool_or(p.optout_type = 'THIRDPARTY') AS tp, "
               "bool_or(p.optout_type = 'TELEMKT') AS tm, "
               "bool_or(p.optout_type = 'EMAIL') AS em "
               "FROM account_holders h JOIN customer_privacy_optouts "
               "p ON p.customer_id = h.customer_id WHERE "
               "p.effective_date <= DATE '" WS-BUSINESS-DATE
               "' AND (p.end_date IS NULL OR p.end_date > DATE '"
               WS-BUSINESS-DATE "') GROUP BY h.account_number), "
               "ph AS (SELECT DISTINCT ON (account_number) "
               "account_number, customer_id FROM account_holders "
               "WHERE holder_role = 'P' AND customer_id IS NOT NULL "
               "ORDER BY account_number, holder_id) "
               "SELECT " FUNCTION TRIM(WS-ACCOUNT-EXPR) ", "
               "COALESCE(a.current_balance, 0), "
               "COALESCE(a.account_status, 'ACTIVE'), "
               "COALESCE(a.currency, 'USD'), "
               "COALESCE(a.branch_code, ''), "
               "COALESCE(a.product_code, ''), "
               "CASE WHEN o.af THEN 'Y' ELSE 'N' END, "
               "CASE WHEN o.tp THEN 'Y' ELSE 'N' END, "
               "CASE WHEN o.tm THEN 'Y' ELSE 'N' END, "
               "CASE WHEN o.em THEN 'Y' ELSE 'N' END, "
               "COALESCE((SELECT d.token FROM data_tokens d WHERE "
               "d.token_type = 'CUSTOMER' AND d.clear_value = "
               "ph.customer_id::text), '') "
               "FROM accounts a LEFT JOIN o ON o.account_number = "
               "a.account_number LEFT JOIN ph ON ph.account_number = "
               "a.account_number ORDER BY a.account_number;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-FEED-SQL-PARA

           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT transaction_id, "
               FUNCTION TRIM(WS-TRANSACTION-ACCOUNT-EXPR) ", "
               "transaction_type, amount, "
               FUNCTION TRIM(WS-TARGET-EXPR) ", "
               "to_char(timestamp, 'YYYYMMDDHH24MISS') "
               "FROM transactions WHERE timestamp >= '"
               WS-BUSINESS-DATE "' AND timestamp < DATE '"
               UNSTRING FEED-RECORD DELIMITED BY "|"
                   INTO WS-AD-ACCOUNT WS-TEMP-AMOUNT WS-AD-STATUS
                        WS-AD-CURRENCY WS-AD-BRANCH WS-AD-PRODUCT
                        WS-AD-OPTOUT-AFFILIATE WS-AD-OPTOUT-THIRDPARTY
                        WS-AD-OPTOUT-TELEMKT WS-AD-OPTOUT-EMAIL
                        WS-AD-CUSTOMER-KEY
               END-UNSTRING
               COMPUTE WS-SIGNED-BALANCE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-AMOUNT))
