      *>                          from the product row, holder from the
      *>                          customers master, sanctions-screened
      *>   PLACE-HOLD-SUB      -- body account=..&amount=..(cents)
      *>                          &days=..&card=..&auth=..; same
      *>                          availability- and hot-card-guarded
      *>                          INSERT the teller program uses, and
      *>                          the same STANDIN-AUTH-SUB fallback
      *>                          for a card hold when psql cannot
      *>                          reach the database
      *>   SETTLE-HOLD-SUB     -- body hold_id=..&action=P|E; same
      *>                          capture / release CTEs
      *>   LIST-HOLDERS-SUB    -- QUERY_STRING account=..; JSON array
      *> Status codes come back HANDLER-style: 200/400/404/409/429/500.
      *> Every row these write -- the opened account and its holder,
      *> the hold, the settled transaction -- carries the HANDLER
      *> request's correlation ID (REQUEST-ID-SUB) in request_id.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-HOLD-DAYS           PIC X(4) VALUE SPACES.
       01  WS-HOLD-ID             PIC X(12) VALUE SPACES.
       01  WS-HOLD-ACTION         PIC X(1) VALUE SPACE.
       01  WS-HOLD-CARD-REF       PIC X(16) VALUE SPACES.
       01  WS-HOLD-AUTH-REF       PIC X(15) VALUE SPACES.
       01  WS-HOLD-DAYS-NUM       PIC 9(3) VALUE 0.
       01  WS-REF-CHECK           PIC X(16) VALUE SPACES.
       01  WS-REF-OK              PIC X(1) VALUE 'Y'.
       01  WS-CHAR-IDX            PIC 9(2) VALUE 0.
       01  WS-STANDIN-RESULT      PIC X(1) VALUE SPACE.
       01  WS-STANDIN-REASON      PIC X(20) VALUE SPACES.
       01  WS-STANDIN-REF         PIC X(28) VALUE SPACES.
       01  WS-STANDIN-OPERATOR    PIC X(8) VALUE "API".
       01  WS-STANDIN-CHANNEL     PIC X(6) VALUE "API".
       01  WS-JSON-OBJECT         PIC X(200) VALUE SPACES.
      *> Parse source for PARSE-BODY-PARA -- POST entries copy the
      *> linkage body here; the GET entry reads QUERY_STRING into it
      *> directly, since LS-RAW-BODY is not bound on that entry.
       01  WS-PARSE-BUFFER        PIC X(8192) VALUE SPACES.
       01  WS-REQUEST-ID          PIC X(40) VALUE SPACES.
       01  WS-REQUEST-ID-SQL      PIC X(44) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RAW-BODY            PIC X(8192).
       PROCEDURE DIVISION USING LS-RAW-BODY LS-JSON-OUT LS-STATUS-CODE.
       OPEN-MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE 400 TO LS-STATUS-CODE
           MOVE SPACES TO LS-JSON-OUT
           MOVE LS-RAW-BODY TO WS-PARSE-BUFFER

           IF FUNCTION TRIM(WS-PRODUCT-CODE) = SPACES
                   OR FUNCTION TRIM(WS-BRANCH-CODE) = SPACES
               STRING '{"status":"error","message":'
                   '"product and branch required"}'
                   DELIMITED BY SIZE INTO LS-JSON-OUT
               GOBACK
           END-IF

               WS-ACCOUNT-NUMBER WS-ASSIGN-OK
           IF WS-ASSIGN-OK NOT = 'Y'
               MOVE 500 TO LS-STATUS-CODE
               STRING '{"status":"error","message":'
                   '"could not assign account number"}'
                   DELIMITED BY SIZE INTO LS-JSON-OUT
               GOBACK
           END-IF

           STRING
               "INSERT INTO accounts (account_number, current_balance, "
               "interest_rate, account_status, currency, daily_limit, "
               "product_code, branch_code, request_id) "
               "SELECT '" FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", default_interest_rate, 'ACTIVE', currency, "
               "daily_limit, product_code, '"
               FUNCTION TRIM(WS-BRANCH-CODE) "', "
               FUNCTION TRIM(WS-REQUEST-ID-SQL) " FROM products "
               "WHERE product_code = '" FUNCTION TRIM(WS-PRODUCT-CODE)
               "' AND EXISTS (SELECT 1 FROM branches WHERE "
               "branch_code = '" FUNCTION TRIM(WS-BRANCH-CODE)

           IF WS-PSQL-RESULT = SPACES
               MOVE 404 TO LS-STATUS-CODE
               STRING '{"status":"error","message":'
                   '"unknown product or branch"}'
                   DELIMITED BY SIZE INTO LS-JSON-OUT
               GOBACK
           END-IF

           MOVE SPACES TO WS-PRODUCT-CODE WS-BRANCH-CODE
               WS-CUSTOMER-ID WS-DEPOSIT-CENTS WS-ACCOUNT-NUMBER
               WS-HOLD-AMOUNT-CENTS WS-HOLD-DAYS WS-HOLD-ID
               WS-HOLD-CARD-REF WS-HOLD-AUTH-REF
           MOVE SPACE TO WS-HOLD-ACTION
           MOVE 0 TO WS-TOKEN-COUNT
           UNSTRING WS-PARSE-BUFFER DELIMITED BY "&" INTO
                       MOVE WS-DUMMY-VAL TO WS-HOLD-ID
                   WHEN "action"
                       MOVE WS-DUMMY-VAL TO WS-HOLD-ACTION
                   WHEN "card"
                       MOVE WS-DUMMY-VAL TO WS-HOLD-CARD-REF
                   WHEN "auth"
                       MOVE WS-DUMMY-VAL TO WS-HOLD-AUTH-REF
               END-EVALUATE
           END-PERFORM.

       CHECK-REFERENCE-PARA.
           MOVE 'Y' TO WS-REF-OK
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 16
               IF WS-REF-CHECK(WS-CHAR-IDX:1) NOT = SPACE
                   AND WS-REF-CHECK(WS-CHAR-IDX:1) NOT NUMERIC
                   AND WS-REF-CHECK(WS-CHAR-IDX:1) NOT ALPHABETIC
                   MOVE 'N' TO WS-REF-OK
               END-IF
           END-PERFORM.

       STANDIN-HOLD-PARA.
           *> psql could not reach the database -- a card hold is
           *> stood in for off last close's snapshot; anything else
           *> fails as it always did.
           CALL "STANDIN-AUTH-SUB" USING
               WS-ACCOUNT-NUMBER WS-HOLD-CARD-REF WS-HOLD-AUTH-REF
               WS-HOLD-AMOUNT WS-HOLD-DAYS-NUM WS-STANDIN-OPERATOR
               WS-STANDIN-CHANNEL WS-STANDIN-RESULT WS-STANDIN-REASON
               WS-STANDIN-REF
           MOVE SPACES TO LS-JSON-OUT
           EVALUATE TRUE
               WHEN WS-STANDIN-RESULT = 'A'
                   MOVE 200 TO LS-STATUS-CODE
                   STRING
                       "{" WS-DOUBLE-QUOTE "status" WS-DOUBLE-QUOTE
                       ": " WS-DOUBLE-QUOTE "standin" WS-DOUBLE-QUOTE
                       ", " WS-DOUBLE-QUOTE "standin_reference"
                       WS-DOUBLE-QUOTE ": " WS-DOUBLE-QUOTE
                       FUNCTION TRIM(WS-STANDIN-REF) WS-DOUBLE-QUOTE
                       "}"
                       INTO LS-JSON-OUT
               WHEN WS-STANDIN-REASON = "STANDIN-NOT-CARD"
                   MOVE 500 TO LS-STATUS-CODE
                   STRING '{"status":"error","message":'
                       '"database unavailable"}'
                       DELIMITED BY SIZE INTO LS-JSON-OUT
               WHEN OTHER
                   MOVE 409 TO LS-STATUS-CODE
                   STRING
                       "{" WS-DOUBLE-QUOTE "status" WS-DOUBLE-QUOTE
                       ": " WS-DOUBLE-QUOTE "error" WS-DOUBLE-QUOTE
                       ", " WS-DOUBLE-QUOTE "message" WS-DOUBLE-QUOTE
                       ": " WS-DOUBLE-QUOTE
                       FUNCTION TRIM(WS-STANDIN-REASON)
                       WS-DOUBLE-QUOTE "}"
                       INTO LS-JSON-OUT
           END-EVALUATE.

       ADD-SERVICE-HOLDER-PARA.
           *> Same customers-master sourcing and sanctions screening
           *> the terminal path applies -- the channel never lowers
               MOVE SPACES TO WS-SQL-COMMAND
               STRING
                   "INSERT INTO account_holders (account_number, "
                   "customer_id, holder_name, holder_role, added_date, "
                   "request_id) SELECT '"
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER)
                   "', customer_id, legal_name, 'P', CURRENT_DATE, "
                   FUNCTION TRIM(WS-REQUEST-ID-SQL)
                   " FROM customers WHERE customer_id = "
                   FUNCTION TRIM(WS-CUSTOMER-ID)
                   " RETURNING holder_id;"
                   INTO WS-SQL-COMMAND
               PERFORM RUN-SERVICE-SQL-PARA
           END-IF.

      *>----------------------------------------------------------------
      *> PLACE-HOLD-SUB
      *>----------------------------------------------------------------
       ENTRY "PLACE-HOLD-SUB" USING
           LS-RAW-BODY LS-JSON-OUT LS-STATUS-CODE.
       HOLD-MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE 400 TO LS-STATUS-CODE
           MOVE SPACES TO LS-JSON-OUT
           MOVE LS-RAW-BODY TO WS-PARSE-BUFFER
           IF FUNCTION TRIM(WS-HOLD-DAYS) = SPACES
               MOVE "7" TO WS-HOLD-DAYS
           END-IF
           IF FUNCTION TRIM(WS-HOLD-DAYS) NOT NUMERIC
               MOVE '{"status":"error","message":"invalid days"}'
                   TO LS-JSON-OUT
               GOBACK
           END-IF
           COMPUTE WS-HOLD-DAYS-NUM =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-HOLD-DAYS))

           *> Card and auth references splice into SQL -- letters and
           *> digits only.
           MOVE WS-HOLD-CARD-REF TO WS-REF-CHECK
           PERFORM CHECK-REFERENCE-PARA
           IF WS-REF-OK = 'Y'
               MOVE WS-HOLD-AUTH-REF TO WS-REF-CHECK
               PERFORM CHECK-REFERENCE-PARA
           END-IF
           IF WS-REF-OK NOT = 'Y'
               MOVE '{"status":"error","message":"invalid reference"}'
                   TO LS-JSON-OUT
               GOBACK
           END-IF

           *> Same availability- and hot-card-guarded INSERT the
           *> teller program uses -- balance less other PENDING holds
           *> must cover it, and a LOST / STOLEN / BLOCKED / CLOSED
           *> card declines.
           MOVE WS-HOLD-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO pending_transactions (account_number, "
               "amount, status, auth_reference, card_reference, "
               "expires_at, request_id) SELECT '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", 'PENDING', NULLIF('" FUNCTION TRIM(WS-HOLD-AUTH-REF)
               "', ''), NULLIF('" FUNCTION TRIM(WS-HOLD-CARD-REF)
               "', ''), NOW() + make_interval(days => "
               FUNCTION TRIM(WS-HOLD-DAYS) "), "
               FUNCTION TRIM(WS-REQUEST-ID-SQL)
               " WHERE EXISTS (SELECT 1 FROM accounts a "
               "WHERE a.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "' "
               "AND a.current_balance - (SELECT COALESCE(SUM(amount), "
               "= '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND p.status = 'PENDING') >= "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ") AND NOT EXISTS (SELECT 1 FROM cards cd "
               "WHERE cd.card_reference = '"
               FUNCTION TRIM(WS-HOLD-CARD-REF) "' "
               "AND cd.card_status IN ('LOST', 'STOLEN', 'BLOCKED', "
               "'CLOSED')) RETURNING hold_id;"
               INTO WS-SQL-COMMAND

           PERFORM RUN-SERVICE-SQL-PARA

           IF WS-RETURN-CODE NOT = 0
               PERFORM STANDIN-HOLD-PARA
           ELSE
           IF WS-PSQL-RESULT = SPACES
               MOVE 409 TO LS-STATUS-CODE
               STRING '{"status":"error","message":'
                   '"insufficient available balance or card '
                   'hot-carded"}'
                   DELIMITED BY SIZE INTO LS-JSON-OUT
           ELSE
               MOVE 200 TO LS-STATUS-CODE
               MOVE SPACES TO LS-JSON-OUT
                   FUNCTION TRIM(WS-PSQL-RESULT) "}"
                   INTO LS-JSON-OUT
           END-IF
           END-IF
           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

      *>----------------------------------------------------------------
      *> SETTLE-HOLD-SUB
      *>----------------------------------------------------------------
       ENTRY "SETTLE-HOLD-SUB" USING
           LS-RAW-BODY LS-JSON-OUT LS-STATUS-CODE.
       SETTLE-MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE 400 TO LS-STATUS-CODE
           MOVE SPACES TO LS-JSON-OUT
           MOVE LS-RAW-BODY TO WS-PARSE-BUFFER
           IF FUNCTION TRIM(WS-HOLD-ID) = SPACES
                   OR (WS-HOLD-ACTION NOT = "P"
                       AND WS-HOLD-ACTION NOT = "E")
               STRING '{"status":"error","message":'
                   '"hold_id and action P or E required"}'
                   DELIMITED BY SIZE INTO LS-JSON-OUT
               GOBACK
           END-IF

                   "WHERE account_number = (SELECT account_number "
                   "FROM hold) RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, request_id) SELECT "
                   "account_number, 'W', (SELECT amount FROM hold), "
                   FUNCTION TRIM(WS-REQUEST-ID-SQL) " FROM bal "
                   "RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
           ELSE

           IF WS-PSQL-RESULT = SPACES
               MOVE 404 TO LS-STATUS-CODE
               STRING '{"status":"error","message":'
                   '"hold not found or already settled"}'
                   DELIMITED BY SIZE INTO LS-JSON-OUT
           ELSE
               MOVE 200 TO LS-STATUS-CODE
               MOVE SPACES TO LS-JSON-OUT
           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

      *>----------------------------------------------------------------
      *> LIST-HOLDERS-SUB
      *> GET route: account comes off QUERY_STRING, the same way
      *> GET-BALANCE-SUB reads its parameter.
      *>----------------------------------------------------------------
       ENTRY "LIST-HOLDERS-SUB" USING LS-JSON-OUT LS-STATUS-CODE.
       HOLDERS-MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
