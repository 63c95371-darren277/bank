      *> withdrawal velocity check, and idempotency keys are only
      *> handled by the CGI path (insert_transaction_api.cob) today --
      *> a caller needing those still has to go through that route.
      *> The posted transaction row -- or the memo_post_queue row
      *> while the window is closed -- carries the HANDLER request's
      *> correlation ID (REQUEST-ID-SUB) in request_id, and the
      *> body's optional "narrative" and "external_reference" (batch
      *> elements carry their own) in narrative / external_reference.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-AMOUNT               PIC 9(7)V99.
       01  WS-FORMATTED-AMOUNT     PIC Z(6)9.99.

       01  WS-SQL-COMMAND          PIC X(1200).
       01  WS-SHELL-COMMAND        PIC X(1400).
       01  WS-RETURN-CODE          PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE         PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT          PIC X(20).
       01  WS-POSTING-WINDOW       PIC X(6) VALUE "OPEN".
       01  WS-MEMO-STATUS          PIC 9(3) COMP VALUE 500.
       01  WS-ACCOUNT-VALID        PIC X(1) VALUE 'Y'.
       01  WS-REQUEST-ID           PIC X(40) VALUE SPACES.
       01  WS-REQUEST-ID-SQL       PIC X(44) VALUE SPACES.
       01  WS-NARRATIVE            PIC X(60) VALUE SPACES.
       01  WS-EXTERNAL-REF         PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RAW-BODY             PIC X(8192).
       01  LS-FLD-TSX-TYPE         PIC X(1).
       01  LS-FLD-AMOUNT           PIC 9(7)V99.
       01  LS-FLD-STATUS-CODE      PIC 9(3) COMP.
       01  LS-FLD-NARRATIVE        PIC X(60).
       01  LS-FLD-EXT-REF          PIC X(30).

       PROCEDURE DIVISION USING
           LS-RAW-BODY LS-STATUS-CODE LS-ERROR-FIELD.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE 400 TO LS-STATUS-CODE
           MOVE SPACES TO LS-ERROR-FIELD
           MOVE LS-RAW-BODY TO WS-JSON-BUFFER
               MOVE WS-PARSE-ERROR-FIELD TO LS-ERROR-FIELD
               GOBACK
           END-IF
           CALL "JSON-PARSE-NARRATIVE-SUB" USING
               WS-JSON-BUFFER WS-NARRATIVE WS-EXTERNAL-REF
           PERFORM CLEAN-NARRATIVE-PARA

          *> WS-ACCOUNT-NUMBER goes straight into CHECK-ACCOUNT-PARA's
          *> and RECORD-TRANSACTION-PARA's SQL string literals below --
            LS-FLD-ACCOUNT-NUMBER
            LS-FLD-TSX-TYPE
            LS-FLD-AMOUNT
            LS-FLD-STATUS-CODE
            LS-FLD-NARRATIVE
            LS-FLD-EXT-REF.

       FIELDS-MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE 400 TO LS-FLD-STATUS-CODE
           MOVE LS-FLD-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           MOVE LS-FLD-TSX-TYPE TO WS-TSX-TYPE
           MOVE LS-FLD-AMOUNT TO WS-AMOUNT
           MOVE LS-FLD-NARRATIVE TO WS-NARRATIVE
           MOVE LS-FLD-EXT-REF TO WS-EXTERNAL-REF
           PERFORM CLEAN-NARRATIVE-PARA

           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
           MOVE LS-STATUS-CODE TO LS-FLD-STATUS-CODE
           GOBACK.

      *> Both land in SQL string literals -- no quote, shell
      *> metacharacter or pipe survives.
       CLEAN-NARRATIVE-PARA.
           INSPECT WS-NARRATIVE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-EXTERNAL-REF REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE.

       CHECK-POSTING-WINDOW-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO memo_post_queue (account_number, "
               "transaction_type, amount, received_at, memo_status, "
               "request_id, narrative, external_reference) VALUES ('"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '"
               WS-TSX-TYPE "', " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", NOW(), 'PENDING', " FUNCTION TRIM(WS-REQUEST-ID-SQL)
               ", NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
               "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
               "', '')) RETURNING memo_id;"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT COALESCE(current_balance, 0), "
               "COALESCE(overdraft_limit, 0) FROM accounts "
               "WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "';"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > " FUNCTION TRIM(WS-RESULT-FILE-NAME)
               INTO WS-SHELL-COMMAND

           IF WS-TSX-TYPE = "W"
               STRING
                   "WITH upd AS (UPDATE accounts SET current_balance = "
                   "current_balance - "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " WHERE account_number = '"
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER) "'"
                   " AND current_balance + "
                   " OR fz.expiry_date >= CURRENT_DATE))"
                   " RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, request_id, narrative, "
                   "external_reference) "
                   "SELECT account_number, '"
                   WS-TSX-TYPE "', " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   ", " FUNCTION TRIM(WS-REQUEST-ID-SQL)
                   ", NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
                   "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
                   "', '') FROM upd RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
           ELSE
               STRING
                   "WITH upd AS (UPDATE accounts SET current_balance = "
                   "current_balance + "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " WHERE account_number = '"
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER) "'"
                   " AND COALESCE(account_status, 'ACTIVE')"
                   " <> 'CHARGED-OFF'"
                   " RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, request_id, narrative, "
                   "external_reference) "
                   "SELECT account_number, '"
                   WS-TSX-TYPE "', " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   ", " FUNCTION TRIM(WS-REQUEST-ID-SQL)
                   ", NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
                   "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
                   "', '') FROM upd RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
           END-IF

               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > " FUNCTION TRIM(WS-RESULT-FILE-NAME)
               INTO WS-SHELL-COMMAND

